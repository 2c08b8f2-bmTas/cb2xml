000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SCORCARD.
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
001300*   10/15/26  MO    INITIAL VERSION - MONTHLY STORE LOYALTY      *
001400*                   COMPLIANCE SCORECARD FOR AREA MANAGERS.      *
001500*                   TOTALS THE PREVIOUS CALENDAR MONTH'S         *
001600*                   SCORELOG COUNTS BY STORE, WEIGHTS THEM INTO  *
001700*                   ONE SCORE OUT OF 100 (POINTS LOST PER DAY    *
001800*                   LOGGED) AND RANKS THE STORES WITHIN EACH     *
001900*                   STORE-MASTER REGION, ONE PAGE PER REGION.    *
002000*                   THE TWO MONTHS BEFORE ARE SCORED THE SAME    *
002100*                   WAY FOR THE TREND.  FRANCHISE STORES ARE     *
002200*                   MARKED - THEIR FEE REBATES DEPEND ON IT.     *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL SCORE-PARM-FILE ASSIGN TO SCORPARM
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT STORE-MAST-FILE ASSIGN TO STORNEW
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL SCORE-LOG-FILE ASSIGN TO SCORELOG
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT SORT-WORK-FILE  ASSIGN TO SRTWK01.
003800     SELECT SORTED-FILE     ASSIGN TO SCORSRT
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT SCORE-REPORT    ASSIGN TO SCORRPT
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400*
004500*    ONE WEIGHT PER EXCEPTION TYPE, IN SCORELOG SL-COUNTS ORDER -
004600*    THE POINTS ONE EXCEPTION COSTS, TO ONE DECIMAL PLACE.
004700*
004800 FD  SCORE-PARM-FILE.
004900 01  SCORE-PARM-RECORD.
005000     05  SP-WEIGHTS.
005100         10  SP-WEIGHT           PIC 9(02)V9 OCCURS 7 TIMES.
005200*
005300 FD  STORE-MAST-FILE.
005400     COPY "STORMAST.cpy".
005500*
005600 FD  SCORE-LOG-FILE.
005700     COPY "SCORELOG.cpy".
005800*
005900 SD  SORT-WORK-FILE.
006000 01  SORT-WORK-RECORD.
006100     05  SW-REGION               PIC X(03).
006200     05  SW-SCORE                PIC 9(03).
006300     05  SW-STORE-NO             PIC 9(03).
006400     05  FILLER                  PIC X(78).
006500*
006600 FD  SORTED-FILE.
006700 01  SORTED-RECORD.
006800     05  SO-REGION               PIC X(03).
006900     05  SO-SCORE                PIC 9(03).
007000     05  SO-STORE-NO             PIC 9(03).
007100     05  SO-STORE-NAME           PIC X(30).
007200     05  SO-FRANCHISE-FLAG       PIC X(01).
007300     05  SO-COUNT                PIC 9(05) OCCURS 7 TIMES.
007400     05  SO-MONTH-ENTRY OCCURS 3 TIMES.
007500         10  SO-MONTH-SCORE      PIC 9(03).
007600         10  SO-SCORED-FLAG      PIC X(01).
007700*
007800 FD  SCORE-REPORT.
007900 01  SCORE-REPORT-RECORD.
008000     05  RP-CARRIAGE-CONTROL     PIC X(01).
008100     05  RP-PRINT-LINE           PIC X(132).
008200*
008300 WORKING-STORAGE SECTION.
008400*
008500 01  WS-STORE-EOF-SWITCH         PIC X(01) VALUE 'N'.
008600     88  WS-STORE-EOF            VALUE 'Y'.
008700 01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
008800     88  WS-LOG-EOF              VALUE 'Y'.
008900 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE 'N'.
009000     88  WS-SORTED-EOF           VALUE 'Y'.
009100*
009200 01  WS-RUN-DATE                 PIC 9(08).
009300 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
009400     05  WS-RUN-YYYY             PIC 9(04).
009500     05  WS-RUN-MM               PIC 9(02).
009600     05  WS-RUN-DD               PIC 9(02).
009700*
009800*    THE THREE MONTHS SCORED, YYYYMM, OLDEST FIRST - ENTRY 3 IS
009900*    THE REPORT MONTH, THE CALENDAR MONTH BEFORE THE RUN MONTH.
010000*
010100 01  WS-WORK-MONTH               PIC 9(06).
010200 01  WS-WORK-MONTH-PARTS REDEFINES WS-WORK-MONTH.
010300     05  WS-WORK-YYYY            PIC 9(04).
010400     05  WS-WORK-MM              PIC 9(02).
010500 01  WS-WINDOW.
010600     05  WS-WINDOW-ENTRY OCCURS 3 TIMES.
010700         10  WS-WINDOW-MONTH     PIC 9(06).
010800         10  WS-DAYS-LOGGED      PIC 9(03) COMP-3.
010900*
011000 01  WS-DEFAULT-WEIGHTS.
011100     05  FILLER                  PIC 9(02)V9 VALUE 5.0.
011200     05  FILLER                  PIC 9(02)V9 VALUE 2.0.
011300     05  FILLER                  PIC 9(02)V9 VALUE 3.0.
011400     05  FILLER                  PIC 9(02)V9 VALUE 1.0.
011500     05  FILLER                  PIC 9(02)V9 VALUE 2.0.
011600     05  FILLER                  PIC 9(02)V9 VALUE 3.0.
011700     05  FILLER                  PIC 9(02)V9 VALUE 4.0.
011800 01  WS-WEIGHT-TABLE REDEFINES WS-DEFAULT-WEIGHTS.
011900     05  WS-WEIGHT               PIC 9(02)V9 OCCURS 7 TIMES.
012000*
012100 01  WS-TYPE-NAMES.
012200     05  FILLER PIC X(20) VALUE 'RECON BREAKS        '.
012300     05  FILLER PIC X(20) VALUE 'DUPLICATES          '.
012400     05  FILLER PIC X(20) VALUE 'STORE REJECTS       '.
012500     05  FILLER PIC X(20) VALUE 'KEYCODE REJECTS     '.
012600     05  FILLER PIC X(20) VALUE 'SILENT TERMINALS    '.
012700     05  FILLER PIC X(20) VALUE 'NEGATIVES           '.
012800     05  FILLER PIC X(20) VALUE 'REDEMPTION-HEAVY    '.
012900 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
013000     05  WS-TYPE-NAME            PIC X(20) OCCURS 7 TIMES.
013100*
013200 01  WS-MO-SUB                   PIC 9(02) COMP.
013300 01  WS-TYPE-SUB                 PIC 9(02) COMP.
013400 01  WS-SC-SUB                   PIC 9(04) COMP.
013500 01  WS-POINTS                   PIC 9(09)V9 COMP-3.
013600 01  WS-SCORE-CALC               PIC S9(09) COMP-3.
013700 01  WS-SCORE-EDIT               PIC ZZZZZ9.
013800 01  WS-SCORE-TEXT               PIC X(06).
013900 01  WS-LOG-RECORDS-USED         PIC 9(07) VALUE 0.
014000 01  WS-STORES-SCORED            PIC 9(05) VALUE 0.
014100 01  WS-FRANCHISE-SCORED         PIC 9(05) VALUE 0.
014200 01  WS-REGIONS-PRINTED          PIC 9(05) VALUE 0.
014300 01  WS-REGION-STORES            PIC 9(05) VALUE 0.
014400 01  WS-CURRENT-REGION           PIC X(03).
014500 01  WS-RANK                     PIC 9(05) VALUE 0.
014600 01  WS-RANK-SEQ                 PIC 9(05) VALUE 0.
014700 01  WS-PREVIOUS-SCORE           PIC 9(03).
014800*
014900*    ONE ENTRY PER STORE ON THE MASTER, PLUS ANY STORE THAT IS
015000*    ON THE LOG BUT NOT THE MASTER.  SC-COUNT IS BY WINDOW MONTH
015100*    THEN EXCEPTION TYPE.
015200*
015300 01  SC-TABLE-MAX                PIC 9(04) COMP VALUE 500.
015400 01  SC-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
015500 01  SC-TABLE.
015600     05  SC-ENTRY OCCURS 500 TIMES
015700                  INDEXED BY SC-IDX.
015800         10  SC-STORE-NO         PIC 9(03).
015900         10  SC-STORE-NAME       PIC X(30).
016000         10  SC-REGION           PIC X(03).
016100         10  SC-FRANCHISE-FLAG   PIC X(01).
016200         10  SC-TRADING-SWITCH   PIC X(01).
016300             88  SC-TRADING      VALUE 'Y'.
016400         10  SC-LOGGED-SWITCH    PIC X(01).
016500             88  SC-LOGGED       VALUE 'Y'.
016600         10  SC-MONTH-ENTRY OCCURS 3 TIMES.
016700             15  SC-COUNT        PIC 9(07) COMP-3
016800                                 OCCURS 7 TIMES.
016900*
017000*    BUILT IN WORKING STORAGE AND RELEASED AS THE SORT RECORD.
017100*
017200 01  WS-SCORE-RECORD.
017300     05  WR-REGION               PIC X(03).
017400     05  WR-SCORE                PIC 9(03).
017500     05  WR-STORE-NO             PIC 9(03).
017600     05  WR-STORE-NAME           PIC X(30).
017700     05  WR-FRANCHISE-FLAG       PIC X(01).
017800     05  WR-COUNT                PIC 9(05) OCCURS 7 TIMES.
017900     05  WR-MONTH-ENTRY OCCURS 3 TIMES.
018000         10  WR-MONTH-SCORE      PIC 9(03).
018100         10  WR-SCORED-FLAG      PIC X(01).
018200*
018300 01  WS-HEADING-LINE.
018400     05  FILLER                  PIC X(25)
018500         VALUE 'SCORCARD - STORE LOYALTY '.
018600     05  FILLER                  PIC X(25)
018700         VALUE 'COMPLIANCE SCORECARD FOR '.
018800     05  H1-REPORT-MONTH         PIC 9(06).
018900     05  FILLER                  PIC X(10) VALUE '   REGION '.
019000     05  H1-REGION               PIC X(03).
019100     05  FILLER                  PIC X(12) VALUE '   RUN DATE '.
019200     05  H1-RUN-DATE             PIC 9(08).
019300     05  FILLER                  PIC X(43) VALUE SPACES.
019400*
019500 01  WS-GROUP-HEADING.
019600     05  FILLER                  PIC X(49) VALUE SPACES.
019700     05  FILLER                  PIC X(41)
019800         VALUE '---------- EXCEPTIONS IN MONTH ----------'.
019900     05  FILLER                  PIC X(01) VALUE SPACES.
020000     05  FILLER                  PIC X(20)
020100         VALUE '------- SCORE ------'.
020200     05  FILLER                  PIC X(21) VALUE SPACES.
020300*
020400 01  WS-COLUMN-HEADING.
020500     05  FILLER                  PIC X(43)
020600         VALUE 'RANK  STR  STORE NAME                      '.
020700     05  FILLER                  PIC X(47)
020800         VALUE 'TYPE  RECON  DUPS STREJ KYREJ SILNT  NEGS REDMP'.
020900     05  FILLER                  PIC X(01) VALUE SPACES.
021000     05  H3-MONTH-1              PIC 9(06).
021100     05  FILLER                  PIC X(01) VALUE SPACES.
021200     05  H3-MONTH-2              PIC 9(06).
021300     05  FILLER                  PIC X(01) VALUE SPACES.
021400     05  H3-MONTH-3              PIC 9(06).
021500     05  FILLER                  PIC X(07) VALUE '  TREND'.
021600     05  FILLER                  PIC X(14) VALUE SPACES.
021700*
021800 01  WS-DETAIL-LINE.
021900     05  DL-RANK                 PIC ZZZ9.
022000     05  FILLER                  PIC X(02) VALUE SPACES.
022100     05  DL-STORE-NO             PIC 9(03).
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  DL-STORE-NAME           PIC X(30).
022400     05  FILLER                  PIC X(02) VALUE SPACES.
022500     05  DL-TYPE                 PIC X(04).
022600     05  FILLER                  PIC X(01) VALUE SPACES.
022700     05  DL-COUNT-ENTRY OCCURS 7 TIMES.
022800         10  DL-COUNT-GAP        PIC X(01).
022900         10  DL-COUNT            PIC ZZZZ9.
023000     05  FILLER                  PIC X(01) VALUE SPACES.
023100     05  DL-SCORE-1              PIC X(06).
023200     05  FILLER                  PIC X(01) VALUE SPACES.
023300     05  DL-SCORE-2              PIC X(06).
023400     05  FILLER                  PIC X(01) VALUE SPACES.
023500     05  DL-SCORE-3              PIC X(06).
023600     05  FILLER                  PIC X(02) VALUE SPACES.
023700     05  DL-TREND                PIC X(05).
023800     05  FILLER                  PIC X(14) VALUE SPACES.
023900*
024000 01  WS-NO-STORES-LINE.
024100     05  FILLER                  PIC X(44)
024200         VALUE 'NO STORES ON THE MASTER OR THE LOG          '.
024300     05  FILLER                  PIC X(88) VALUE SPACES.
024400*
024500 01  WS-SUMMARY-HEADING.
024600     05  FILLER                  PIC X(44)
024700         VALUE 'SCORCARD - SCORECARD SUMMARY FOR            '.
024800     05  H9-REPORT-MONTH         PIC 9(06).
024900     05  FILLER                  PIC X(82) VALUE SPACES.
025000*
025100 01  WS-WEIGHT-LINE.
025200     05  FILLER                  PIC X(09) VALUE 'WEIGHT - '.
025300     05  WL-TYPE-NAME            PIC X(20).
025400     05  FILLER                  PIC X(01) VALUE SPACES.
025500     05  WL-WEIGHT               PIC Z9.9.
025600     05  FILLER                  PIC X(17)
025700         VALUE ' POINTS EACH    '.
025800     05  FILLER                  PIC X(81) VALUE SPACES.
025900*
026000 01  WS-TOTAL-LINE.
026100     05  TT-CAPTION              PIC X(30).
026200     05  TT-COUNT                PIC ZZZZZZZZ9.
026300     05  FILLER                  PIC X(93) VALUE SPACES.
026400*
026500 PROCEDURE DIVISION.
026600*
026700 0000-MAINLINE.
026800     PERFORM 1000-INITIALIZE
026900     PERFORM 2000-LOAD-STORE-ENTRY
027000         UNTIL WS-STORE-EOF
027100     PERFORM 3000-TALLY-ONE-LOG-RECORD
027200         UNTIL WS-LOG-EOF
027300     SORT SORT-WORK-FILE
027400         ON ASCENDING KEY SW-REGION
027500         ON DESCENDING KEY SW-SCORE
027600         ON ASCENDING KEY SW-STORE-NO
027700         INPUT PROCEDURE IS 4000-RELEASE-STORES
027800         GIVING SORTED-FILE
027900     OPEN INPUT  SORTED-FILE
028000     OPEN OUTPUT SCORE-REPORT
028100     READ SORTED-FILE
028200         AT END MOVE 'Y' TO WS-SORTED-EOF-SWITCH
028300     END-READ
028400     IF WS-SORTED-EOF
028500         MOVE SPACES TO H1-REGION
028600         PERFORM 5100-PRINT-REGION-HEADINGS
028700         MOVE ' ' TO RP-CARRIAGE-CONTROL
028800         MOVE WS-NO-STORES-LINE TO RP-PRINT-LINE
028900         WRITE SCORE-REPORT-RECORD
029000     END-IF
029100     PERFORM 5000-PRINT-ONE-STORE
029200         UNTIL WS-SORTED-EOF
029300     PERFORM 6000-PRINT-SUMMARY
029400     DISPLAY 'SCORCARD - MONTH REPORTED:   ' WS-WINDOW-MONTH (3)
029500     DISPLAY 'SCORCARD - DAYS LOGGED:      ' WS-DAYS-LOGGED (3)
029600     DISPLAY 'SCORCARD - LOG RECORDS USED: ' WS-LOG-RECORDS-USED
029700     DISPLAY 'SCORCARD - STORES SCORED:    ' WS-STORES-SCORED
029800     PERFORM 9999-EXIT.
029900*
030000 1000-INITIALIZE.
030100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
030200     MOVE WS-RUN-YYYY TO WS-WORK-YYYY
030300     MOVE WS-RUN-MM   TO WS-WORK-MM
030400     PERFORM 1100-SET-WINDOW-MONTH
030500         VARYING WS-MO-SUB FROM 3 BY -1
030600         UNTIL WS-MO-SUB < 1
030700     OPEN INPUT SCORE-PARM-FILE
030800     READ SCORE-PARM-FILE
030900         AT END
031000             DISPLAY 'SCORCARD - PARM MISSING, DEFAULTS USED'
031100         NOT AT END
031200             IF SP-WEIGHTS NUMERIC
031300                 MOVE SP-WEIGHTS TO WS-DEFAULT-WEIGHTS
031400             ELSE
031500                 DISPLAY 'SCORCARD - PARM NOT NUMERIC, '
031600                     'DEFAULTS USED'
031700             END-IF
031800     END-READ
031900     CLOSE SCORE-PARM-FILE
032000     OPEN INPUT STORE-MAST-FILE
032100     OPEN INPUT SCORE-LOG-FILE
032200     READ STORE-MAST-FILE
032300         AT END MOVE 'Y' TO WS-STORE-EOF-SWITCH
032400     END-READ
032500     READ SCORE-LOG-FILE
032600         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
032700     END-READ.
032800*
032900*    STEPS BACK ONE CALENDAR MONTH, THEN RECORDS IT.
033000*
033100 1100-SET-WINDOW-MONTH.
033200     IF WS-WORK-MM = 01
033300         SUBTRACT 1 FROM WS-WORK-YYYY
033400         MOVE 12 TO WS-WORK-MM
033500     ELSE
033600         SUBTRACT 1 FROM WS-WORK-MM
033700     END-IF
033800     MOVE WS-WORK-MONTH TO WS-WINDOW-MONTH (WS-MO-SUB)
033900     MOVE 0 TO WS-DAYS-LOGGED (WS-MO-SUB).
034000*
034100 2000-LOAD-STORE-ENTRY.
034200     PERFORM 2100-ADD-STORE-ENTRY
034300     MOVE SM-STORE-NAME     TO SC-STORE-NAME (SC-IDX)
034400     MOVE SM-REGION         TO SC-REGION (SC-IDX)
034500     MOVE SM-FRANCHISE-FLAG TO SC-FRANCHISE-FLAG (SC-IDX)
034600     IF SM-STILL-TRADING
034700         MOVE 'Y' TO SC-TRADING-SWITCH (SC-IDX)
034800     END-IF
034900     READ STORE-MAST-FILE
035000         AT END MOVE 'Y' TO WS-STORE-EOF-SWITCH
035100     END-READ.
035200*
035300*    ALSO USED FOR A LOGGED STORE MISSING FROM THE MASTER, SO
035400*    THE STORE NUMBER IS TAKEN FROM SL-STORE-NO WHEN THE MASTER
035500*    HAS BEEN READ TO THE END.
035600*
035700 2100-ADD-STORE-ENTRY.
035800     IF SC-TABLE-COUNT NOT < SC-TABLE-MAX
035900         DISPLAY 'SCORCARD - STORE TABLE FULL AT '
036000             SC-TABLE-MAX ' ENTRIES - REPORT NOT PRODUCED'
036100         MOVE 8 TO RETURN-CODE
036200         STOP RUN
036300     END-IF
036400     ADD 1 TO SC-TABLE-COUNT
036500     SET SC-IDX TO SC-TABLE-COUNT
036600     IF WS-STORE-EOF
036700         MOVE SL-STORE-NO TO SC-STORE-NO (SC-IDX)
036800         MOVE 'NOT ON STORE MASTER' TO SC-STORE-NAME (SC-IDX)
036900         MOVE '???' TO SC-REGION (SC-IDX)
037000         MOVE SPACES TO SC-FRANCHISE-FLAG (SC-IDX)
037100     ELSE
037200         MOVE SM-STORE-NO TO SC-STORE-NO (SC-IDX)
037300     END-IF
037400     MOVE 'N' TO SC-TRADING-SWITCH (SC-IDX)
037500     MOVE 'N' TO SC-LOGGED-SWITCH (SC-IDX)
037600     PERFORM 2110-CLEAR-MONTH-COUNTS
037700         VARYING WS-MO-SUB FROM 1 BY 1
037800         UNTIL WS-MO-SUB > 3.
037900*
038000 2110-CLEAR-MONTH-COUNTS.
038100     PERFORM 2120-CLEAR-ONE-COUNT
038200         VARYING WS-TYPE-SUB FROM 1 BY 1
038300         UNTIL WS-TYPE-SUB > 7.
038400*
038500 2120-CLEAR-ONE-COUNT.
038600     MOVE 0 TO SC-COUNT (SC-IDX WS-MO-SUB WS-TYPE-SUB).
038700*
038800******************************************************************
038900*    LOG RECORDS OUTSIDE THE THREE-MONTH WINDOW ARE SKIPPED.  A  *
039000*    RUN MARKER COUNTS A LOGGED DAY FOR ITS MONTH.               *
039100******************************************************************
039200 3000-TALLY-ONE-LOG-RECORD.
039300     MOVE 0 TO WS-MO-SUB
039400     IF SL-RUN-DATE (1:6) = WS-WINDOW-MONTH (1)
039500         MOVE 1 TO WS-MO-SUB
039600     END-IF
039700     IF SL-RUN-DATE (1:6) = WS-WINDOW-MONTH (2)
039800         MOVE 2 TO WS-MO-SUB
039900     END-IF
040000     IF SL-RUN-DATE (1:6) = WS-WINDOW-MONTH (3)
040100         MOVE 3 TO WS-MO-SUB
040200     END-IF
040300     IF WS-MO-SUB > 0
040400         ADD 1 TO WS-LOG-RECORDS-USED
040500         IF SL-RUN-MARKER
040600             ADD 1 TO WS-DAYS-LOGGED (WS-MO-SUB)
040700         ELSE
040800             PERFORM 3100-POST-STORE-COUNTS
040900         END-IF
041000     END-IF
041100     READ SCORE-LOG-FILE
041200         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
041300     END-READ.
041400*
041500 3100-POST-STORE-COUNTS.
041600     SET SC-IDX TO 1
041700     SEARCH SC-ENTRY
041800         AT END
041900             PERFORM 2100-ADD-STORE-ENTRY
042000         WHEN SC-IDX > SC-TABLE-COUNT
042100             PERFORM 2100-ADD-STORE-ENTRY
042200         WHEN SC-STORE-NO (SC-IDX) = SL-STORE-NO
042300             CONTINUE
042400     END-SEARCH
042500     MOVE 'Y' TO SC-LOGGED-SWITCH (SC-IDX)
042600     PERFORM 3110-ADD-ONE-COUNT
042700         VARYING WS-TYPE-SUB FROM 1 BY 1
042800         UNTIL WS-TYPE-SUB > 7.
042900*
043000 3110-ADD-ONE-COUNT.
043100     ADD SL-COUNT (WS-TYPE-SUB)
043200         TO SC-COUNT (SC-IDX WS-MO-SUB WS-TYPE-SUB).
043300*
043400******************************************************************
043500*    SORT INPUT - EVERY TRADING STORE, AND ANY OTHER STORE THAT  *
043600*    APPEARS ON THE LOG IN THE WINDOW.                           *
043700******************************************************************
043800 4000-RELEASE-STORES.
043900     PERFORM 4100-RELEASE-ONE-STORE
044000         VARYING WS-SC-SUB FROM 1 BY 1
044100         UNTIL WS-SC-SUB > SC-TABLE-COUNT.
044200*
044300 4100-RELEASE-ONE-STORE.
044400     IF SC-TRADING (WS-SC-SUB)
044500         OR SC-LOGGED (WS-SC-SUB)
044600         MOVE SC-REGION (WS-SC-SUB)      TO WR-REGION
044700         MOVE SC-STORE-NO (WS-SC-SUB)    TO WR-STORE-NO
044800         MOVE SC-STORE-NAME (WS-SC-SUB)  TO WR-STORE-NAME
044900         MOVE SC-FRANCHISE-FLAG (WS-SC-SUB)
045000             TO WR-FRANCHISE-FLAG
045100         PERFORM 4110-MOVE-ONE-COUNT
045200             VARYING WS-TYPE-SUB FROM 1 BY 1
045300             UNTIL WS-TYPE-SUB > 7
045400         PERFORM 4200-SCORE-ONE-MONTH
045500             VARYING WS-MO-SUB FROM 1 BY 1
045600             UNTIL WS-MO-SUB > 3
045700         MOVE WR-MONTH-SCORE (3) TO WR-SCORE
045800         RELEASE SORT-WORK-RECORD FROM WS-SCORE-RECORD
045900     END-IF.
046000*
046100 4110-MOVE-ONE-COUNT.
046200     MOVE SC-COUNT (WS-SC-SUB 3 WS-TYPE-SUB)
046300         TO WR-COUNT (WS-TYPE-SUB).
046400*
046500*    100 LESS THE WEIGHTED POINTS LOST PER DAY LOGGED, NEVER
046600*    BELOW ZERO.  A MONTH WITH NO DAYS LOGGED IS NOT SCORED.
046700*
046800 4200-SCORE-ONE-MONTH.
046900     IF WS-DAYS-LOGGED (WS-MO-SUB) = 0
047000         MOVE 0   TO WR-MONTH-SCORE (WS-MO-SUB)
047100         MOVE 'N' TO WR-SCORED-FLAG (WS-MO-SUB)
047200     ELSE
047300         MOVE 0 TO WS-POINTS
047400         PERFORM 4210-WEIGH-ONE-COUNT
047500             VARYING WS-TYPE-SUB FROM 1 BY 1
047600             UNTIL WS-TYPE-SUB > 7
047700         COMPUTE WS-SCORE-CALC ROUNDED =
047800             100 - WS-POINTS / WS-DAYS-LOGGED (WS-MO-SUB)
047900         IF WS-SCORE-CALC < 0
048000             MOVE 0 TO WS-SCORE-CALC
048100         END-IF
048200         MOVE WS-SCORE-CALC TO WR-MONTH-SCORE (WS-MO-SUB)
048300         MOVE 'Y' TO WR-SCORED-FLAG (WS-MO-SUB)
048400     END-IF.
048500*
048600 4210-WEIGH-ONE-COUNT.
048700     COMPUTE WS-POINTS = WS-POINTS
048800         + SC-COUNT (WS-SC-SUB WS-MO-SUB WS-TYPE-SUB)
048900             * WS-WEIGHT (WS-TYPE-SUB).
049000*
049100******************************************************************
049200*    ONE PAGE PER REGION; STORES TIED ON SCORE SHARE A RANK.     *
049300******************************************************************
049400 5000-PRINT-ONE-STORE.
049500     IF WS-REGIONS-PRINTED = 0
049600         OR SO-REGION NOT = WS-CURRENT-REGION
049700         IF WS-REGIONS-PRINTED > 0
049800             PERFORM 5200-PRINT-REGION-TOTAL
049900         END-IF
050000         MOVE SO-REGION TO WS-CURRENT-REGION
050100         MOVE SO-REGION TO H1-REGION
050200         PERFORM 5100-PRINT-REGION-HEADINGS
050300         ADD 1 TO WS-REGIONS-PRINTED
050400         MOVE 0 TO WS-REGION-STORES
050500         MOVE 0 TO WS-RANK-SEQ
050600     END-IF
050700     ADD 1 TO WS-RANK-SEQ
050800     IF WS-RANK-SEQ = 1
050900         OR SO-SCORE NOT = WS-PREVIOUS-SCORE
051000         MOVE WS-RANK-SEQ TO WS-RANK
051100     END-IF
051200     MOVE SO-SCORE TO WS-PREVIOUS-SCORE
051300     ADD 1 TO WS-REGION-STORES
051400     ADD 1 TO WS-STORES-SCORED
051500     MOVE WS-RANK         TO DL-RANK
051600     MOVE SO-STORE-NO     TO DL-STORE-NO
051700     MOVE SO-STORE-NAME   TO DL-STORE-NAME
051800     IF SO-FRANCHISE-FLAG = 'Y'
051900         MOVE 'FRAN' TO DL-TYPE
052000         ADD 1 TO WS-FRANCHISE-SCORED
052100     ELSE
052200         IF SO-FRANCHISE-FLAG = 'N'
052300             MOVE 'CORP' TO DL-TYPE
052400         ELSE
052500             MOVE SPACES TO DL-TYPE
052600         END-IF
052700     END-IF
052800     PERFORM 5010-EDIT-ONE-COUNT
052900         VARYING WS-TYPE-SUB FROM 1 BY 1
053000         UNTIL WS-TYPE-SUB > 7
053100     MOVE 1 TO WS-MO-SUB
053200     PERFORM 5300-FORMAT-SCORE
053300     MOVE WS-SCORE-TEXT TO DL-SCORE-1
053400     MOVE 2 TO WS-MO-SUB
053500     PERFORM 5300-FORMAT-SCORE
053600     MOVE WS-SCORE-TEXT TO DL-SCORE-2
053700     MOVE 3 TO WS-MO-SUB
053800     PERFORM 5300-FORMAT-SCORE
053900     MOVE WS-SCORE-TEXT TO DL-SCORE-3
054000     MOVE SPACES TO DL-TREND
054100     IF SO-SCORED-FLAG (2) = 'Y'
054200         AND SO-SCORED-FLAG (3) = 'Y'
054300         IF SO-MONTH-SCORE (3) > SO-MONTH-SCORE (2)
054400             MOVE 'UP' TO DL-TREND
054500         END-IF
054600         IF SO-MONTH-SCORE (3) < SO-MONTH-SCORE (2)
054700             MOVE 'DOWN' TO DL-TREND
054800         END-IF
054900         IF SO-MONTH-SCORE (3) = SO-MONTH-SCORE (2)
055000             MOVE 'SAME' TO DL-TREND
055100         END-IF
055200     END-IF
055300     MOVE ' ' TO RP-CARRIAGE-CONTROL
055400     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
055500     WRITE SCORE-REPORT-RECORD
055600     READ SORTED-FILE
055700         AT END
055800             MOVE 'Y' TO WS-SORTED-EOF-SWITCH
055900             PERFORM 5200-PRINT-REGION-TOTAL
056000     END-READ.
056100*
056200 5010-EDIT-ONE-COUNT.
056300     MOVE SPACE TO DL-COUNT-GAP (WS-TYPE-SUB)
056400     MOVE SO-COUNT (WS-TYPE-SUB) TO DL-COUNT (WS-TYPE-SUB).
056500*
056600 5100-PRINT-REGION-HEADINGS.
056700     MOVE WS-WINDOW-MONTH (3) TO H1-REPORT-MONTH
056800     MOVE WS-RUN-DATE         TO H1-RUN-DATE
056900     MOVE WS-WINDOW-MONTH (1) TO H3-MONTH-1
057000     MOVE WS-WINDOW-MONTH (2) TO H3-MONTH-2
057100     MOVE WS-WINDOW-MONTH (3) TO H3-MONTH-3
057200     MOVE '1' TO RP-CARRIAGE-CONTROL
057300     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
057400     WRITE SCORE-REPORT-RECORD
057500     MOVE '0' TO RP-CARRIAGE-CONTROL
057600     MOVE WS-GROUP-HEADING TO RP-PRINT-LINE
057700     WRITE SCORE-REPORT-RECORD
057800     MOVE ' ' TO RP-CARRIAGE-CONTROL
057900     MOVE WS-COLUMN-HEADING TO RP-PRINT-LINE
058000     WRITE SCORE-REPORT-RECORD.
058100*
058200 5200-PRINT-REGION-TOTAL.
058300     MOVE 'STORES RANKED IN REGION       ' TO TT-CAPTION
058400     MOVE WS-REGION-STORES TO TT-COUNT
058500     MOVE '0' TO RP-CARRIAGE-CONTROL
058600     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
058700     WRITE SCORE-REPORT-RECORD.
058800*
058900 5300-FORMAT-SCORE.
059000     IF SO-SCORED-FLAG (WS-MO-SUB) = 'Y'
059100         MOVE SO-MONTH-SCORE (WS-MO-SUB) TO WS-SCORE-EDIT
059200         MOVE WS-SCORE-EDIT TO WS-SCORE-TEXT
059300     ELSE
059400         MOVE '   N/A' TO WS-SCORE-TEXT
059500     END-IF.
059600*
059700******************************************************************
059800*    CLOSING PAGE - THE WEIGHTS IN FORCE AND THE RUN TOTALS.     *
059900******************************************************************
060000 6000-PRINT-SUMMARY.
060100     MOVE WS-WINDOW-MONTH (3) TO H9-REPORT-MONTH
060200     MOVE '1' TO RP-CARRIAGE-CONTROL
060300     MOVE WS-SUMMARY-HEADING TO RP-PRINT-LINE
060400     WRITE SCORE-REPORT-RECORD
060500     MOVE '0' TO RP-CARRIAGE-CONTROL
060600     PERFORM 6100-PRINT-ONE-WEIGHT
060700         VARYING WS-TYPE-SUB FROM 1 BY 1
060800         UNTIL WS-TYPE-SUB > 7
060900     MOVE 'DAYS LOGGED IN MONTH          ' TO TT-CAPTION
061000     MOVE WS-DAYS-LOGGED (3) TO TT-COUNT
061100     MOVE '0' TO RP-CARRIAGE-CONTROL
061200     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
061300     WRITE SCORE-REPORT-RECORD
061400     MOVE 'REGIONS PRINTED               ' TO TT-CAPTION
061500     MOVE WS-REGIONS-PRINTED TO TT-COUNT
061600     MOVE ' ' TO RP-CARRIAGE-CONTROL
061700     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
061800     WRITE SCORE-REPORT-RECORD
061900     MOVE 'STORES SCORED                 ' TO TT-CAPTION
062000     MOVE WS-STORES-SCORED TO TT-COUNT
062100     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
062200     WRITE SCORE-REPORT-RECORD
062300     MOVE 'FRANCHISE STORES SCORED       ' TO TT-CAPTION
062400     MOVE WS-FRANCHISE-SCORED TO TT-COUNT
062500     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
062600     WRITE SCORE-REPORT-RECORD.
062700*
062800 6100-PRINT-ONE-WEIGHT.
062900     MOVE WS-TYPE-NAME (WS-TYPE-SUB) TO WL-TYPE-NAME
063000     MOVE WS-WEIGHT (WS-TYPE-SUB)    TO WL-WEIGHT
063100     MOVE WS-WEIGHT-LINE TO RP-PRINT-LINE
063200     WRITE SCORE-REPORT-RECORD
063300     MOVE ' ' TO RP-CARRIAGE-CONTROL.
063400*
063500 9999-EXIT.
063600     CLOSE STORE-MAST-FILE SCORE-LOG-FILE
063700           SORTED-FILE SCORE-REPORT
063800     STOP RUN.
