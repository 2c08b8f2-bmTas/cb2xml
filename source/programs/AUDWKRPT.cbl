000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AUDWKRPT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  WEEKLY BATCH - AUDIT.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - WEEKLY CHANGE REPORT FOR   *
001400*                   THE AUDITORS FROM THE CONSOLIDATED AUDIT     *
001500*                   STORE (AUDSTOR.CPY) THAT AUDNORM BUILDS.     *
001600*                   EVERY ENTRY IN THE WEEK, BY MASTER FILE AND  *
001700*                   OPERATOR IN TIME ORDER, WITH ITS BEFORE AND  *
001800*                   AFTER IMAGES.  CHANGES MADE OUT OF HOURS AND *
001900*                   CHANGES APPROVED BY THE OPERATOR WHO         *
002000*                   SUBMITTED THEM ARE MARKED AND COUNTED.       *
002020*   10/15/26  MO    DISPOSITION COLUMN WIDENED TO 26 TO MATCH    *
002040*                   THE STORE.                                   *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL PARM-FILE ASSIGN TO AUDWPRM
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT AUDIT-STORE-FILE   ASSIGN TO AUDSTORE
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT SORTED-FILE        ASSIGN TO AUDWSRT
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT SORT-WORK-FILE     ASSIGN TO SRTWK01.
003600     SELECT CHANGE-REPORT      ASSIGN TO AUDWRPT
003700         ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000*
004100*    THE PERIOD TO REPORT, FIRST AND LAST DATE.  ZERO DATES TAKE
004200*    THE SEVEN DAYS ENDING THE DAY BEFORE THE RUN.
004300*
004400 FD  PARM-FILE.
004500 01  PARM-RECORD.
004600     05  RC-FROM-DATE            PIC 9(08).
004700     05  RC-TO-DATE              PIC 9(08).
004800*
004900 FD  AUDIT-STORE-FILE.
005000     COPY "AUDSTOR.cpy".
005100*
005200 FD  SORTED-FILE.
005300     COPY "AUDSTOR.cpy" REPLACING ==AUDIT-STORE-RECORD==
005400                               BY ==SORTED-RECORD==.
005500*
005600 SD  SORT-WORK-FILE.
005700     COPY "AUDSTOR.cpy" REPLACING ==AUDIT-STORE-RECORD==
005800                               BY ==SORT-WORK-RECORD==.
005900*
006000 FD  CHANGE-REPORT.
006100 01  CHANGE-REPORT-RECORD.
006200     05  RP-CARRIAGE-CONTROL     PIC X(01).
006300     05  RP-PRINT-LINE           PIC X(132).
006400*
006500 WORKING-STORAGE SECTION.
006600*
006700 01  WS-STORE-EOF-SWITCH         PIC X(01) VALUE 'N'.
006800     88  WS-STORE-EOF            VALUE 'Y'.
006900 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE 'N'.
007000     88  WS-SORTED-EOF           VALUE 'Y'.
007100 01  WS-FIRST-ENTRY-SWITCH       PIC X(01) VALUE 'Y'.
007200     88  WS-FIRST-ENTRY          VALUE 'Y'.
007300*
007400 01  WS-RUN-DATE                 PIC 9(08).
007500 01  WS-DATE-WORK.
007600     05  WS-DW-YYYY              PIC 9(04).
007700     05  WS-DW-MM                PIC 9(02).
007800     05  WS-DW-DD                PIC 9(02).
007900 01  WS-LEAP-QUOTIENT            PIC 9(04).
008000 01  WS-LEAP-REMAINDER           PIC 9(04).
008100 01  WS-FROM-DATE                PIC 9(08) VALUE 0.
008200 01  WS-TO-DATE                  PIC 9(08) VALUE 0.
008300*
008400 01  WS-GROUP-MASTER-FILE        PIC X(08).
008500 01  WS-GROUP-OPER-ID            PIC X(08).
008600*
008700*    CHANGES, OUT-OF-HOURS AND MAKER-IS-CHECKER COUNTS FOR THE
008800*    OPERATOR, THE MASTER FILE AND THE WEEK.
008900*
009000 01  WS-OPER-TOTALS.
009100     05  WS-OT-CHANGES           PIC 9(07).
009200     05  WS-OT-AFTER-HOURS       PIC 9(07).
009300     05  WS-OT-CONFLICTS         PIC 9(07).
009400 01  WS-MASTER-TOTALS.
009500     05  WS-MT-CHANGES           PIC 9(07).
009600     05  WS-MT-AFTER-HOURS       PIC 9(07).
009700     05  WS-MT-CONFLICTS         PIC 9(07).
009800 01  WS-GRAND-TOTALS.
009900     05  WS-GT-CHANGES           PIC 9(07) VALUE 0.
010000     05  WS-GT-AFTER-HOURS       PIC 9(07) VALUE 0.
010100     05  WS-GT-CONFLICTS         PIC 9(07) VALUE 0.
010200*
010300 01  WS-HEADING-LINE.
010400     05  FILLER                  PIC X(44)
010500         VALUE 'AUDWKRPT - WEEKLY MASTER FILE CHANGES  RUN  '.
010600     05  H1-RUN-DATE             PIC 9(08).
010700     05  FILLER                  PIC X(08) VALUE '   FROM '.
010800     05  H1-FROM-DATE            PIC 9(08).
010900     05  FILLER                  PIC X(04) VALUE ' TO '.
011000     05  H1-TO-DATE              PIC 9(08).
011100     05  FILLER                  PIC X(52) VALUE SPACES.
011200*
011300 01  WS-MASTER-LINE.
011400     05  FILLER                  PIC X(13) VALUE 'MASTER FILE  '.
011500     05  ML-MASTER-FILE          PIC X(08).
011600     05  FILLER                  PIC X(111) VALUE SPACES.
011700*
011800 01  WS-COLUMN-LINE.
011900     05  FILLER                  PIC X(44)
012000         VALUE 'DATE     TIME   PROGRAM  OPERATOR CHECKER  A'.
012100     05  FILLER                  PIC X(44)
012200         VALUE ' KEY                             DISPOSITION'.
012300     05  FILLER                  PIC X(44)
012400         VALUE '                FLAGS                       '.
012500*
012600 01  WS-DETAIL-LINE.
012700     05  DL-DATE                 PIC 9(08).
012800     05  FILLER                  PIC X(01) VALUE SPACES.
012900     05  DL-TIME                 PIC 9(06).
013000     05  FILLER                  PIC X(01) VALUE SPACES.
013100     05  DL-PROGRAM              PIC X(08).
013200     05  FILLER                  PIC X(01) VALUE SPACES.
013300     05  DL-OPER-ID              PIC X(08).
013400     05  FILLER                  PIC X(01) VALUE SPACES.
013500     05  DL-CHECKER-ID           PIC X(08).
013600     05  FILLER                  PIC X(01) VALUE SPACES.
013700     05  DL-ACTION               PIC X(01).
013800     05  FILLER                  PIC X(01) VALUE SPACES.
013900     05  DL-KEY                  PIC X(31).
014000     05  FILLER                  PIC X(01) VALUE SPACES.
014100     05  DL-DISPOSITION          PIC X(26).
014200     05  FILLER                  PIC X(01) VALUE SPACES.
014300     05  DL-AFTER-HOURS-MARK     PIC X(11).
014400     05  FILLER                  PIC X(01) VALUE SPACES.
014500     05  DL-CONFLICT-MARK        PIC X(13).
014600     05  FILLER                  PIC X(03) VALUE SPACES.
014700*
014800*    AN ENTRY CARRYING FIELD IMAGES GETS A SECOND LINE SHOWING
014900*    THEM BEFORE AND AFTER.
015000*
015100 01  WS-IMAGE-LINE.
015200     05  FILLER                  PIC X(16) VALUE SPACES.
015300     05  FILLER                  PIC X(05) VALUE 'WAS  '.
015400     05  IL-BEFORE-IMAGE         PIC X(40).
015500     05  FILLER                  PIC X(07) VALUE '  NOW  '.
015600     05  IL-AFTER-IMAGE          PIC X(40).
015700     05  FILLER                  PIC X(24) VALUE SPACES.
015800*
015900 01  WS-TOTAL-LINE.
016000     05  TT-CAPTION              PIC X(30).
016100     05  FILLER                  PIC X(09) VALUE ' CHANGES '.
016200     05  TT-CHANGES              PIC ZZZZZZ9.
016300     05  FILLER                  PIC X(14) VALUE '  AFTER HOURS '.
016400     05  TT-AFTER-HOURS          PIC ZZZZZZ9.
016500     05  FILLER                  PIC X(16)
016600         VALUE '  MAKER=CHECKER '.
016700     05  TT-CONFLICTS            PIC ZZZZZZ9.
016800     05  FILLER                  PIC X(42) VALUE SPACES.
016900*
017000 PROCEDURE DIVISION.
017100*
017200 0000-MAINLINE.
017300     PERFORM 1000-INITIALIZE
017400     SORT SORT-WORK-FILE
017500         ON ASCENDING KEY AS-MASTER-FILE OF SORT-WORK-RECORD
017600                          AS-OPER-ID OF SORT-WORK-RECORD
017700                          AS-TIMESTAMP OF SORT-WORK-RECORD
017800         INPUT PROCEDURE IS 1300-SELECT-PERIOD
017900         GIVING SORTED-FILE
018000     OPEN INPUT  SORTED-FILE
018100     OPEN OUTPUT CHANGE-REPORT
018200     MOVE WS-RUN-DATE  TO H1-RUN-DATE
018300     MOVE WS-FROM-DATE TO H1-FROM-DATE
018400     MOVE WS-TO-DATE   TO H1-TO-DATE
018500     MOVE '1' TO RP-CARRIAGE-CONTROL
018600     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
018700     WRITE CHANGE-REPORT-RECORD
018800     PERFORM 8200-READ-SORTED
018900     PERFORM 2000-REPORT-ONE-ENTRY
019000         UNTIL WS-SORTED-EOF
019100     IF NOT WS-FIRST-ENTRY
019200         PERFORM 3100-PRINT-OPERATOR-TOTAL
019300         PERFORM 3200-PRINT-MASTER-TOTAL
019400     END-IF
019500     PERFORM 5000-PRINT-TOTALS
019600     DISPLAY 'AUDWKRPT - CHANGES REPORTED: ' WS-GT-CHANGES
019700     DISPLAY 'AUDWKRPT - AFTER HOURS:      ' WS-GT-AFTER-HOURS
019800     DISPLAY 'AUDWKRPT - MAKER IS CHECKER: ' WS-GT-CONFLICTS
019900     PERFORM 9999-EXIT.
020000*
020100 1000-INITIALIZE.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
020300     OPEN INPUT PARM-FILE
020400     READ PARM-FILE
020500         AT END
020600             CONTINUE
020700         NOT AT END
020800             MOVE RC-FROM-DATE TO WS-FROM-DATE
020900             MOVE RC-TO-DATE   TO WS-TO-DATE
021000     END-READ
021100     CLOSE PARM-FILE
021200     IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
021300         PERFORM 1100-SET-PRIOR-WEEK
021400     END-IF.
021500*
021600*    YESTERDAY AND THE SIX DAYS BEFORE IT.
021700*
021800 1100-SET-PRIOR-WEEK.
021900     MOVE WS-RUN-DATE TO WS-DATE-WORK
022000     PERFORM 1110-STEP-BACK-ONE-DAY
022100     MOVE WS-DATE-WORK TO WS-TO-DATE
022200     PERFORM 1110-STEP-BACK-ONE-DAY 6 TIMES
022300     MOVE WS-DATE-WORK TO WS-FROM-DATE.
022400*
022500 1110-STEP-BACK-ONE-DAY.
022600     IF WS-DW-DD > 1
022700         SUBTRACT 1 FROM WS-DW-DD
022800     ELSE
022900         IF WS-DW-MM = 1
023000             SUBTRACT 1 FROM WS-DW-YYYY
023100             MOVE 12 TO WS-DW-MM
023200         ELSE
023300             SUBTRACT 1 FROM WS-DW-MM
023400         END-IF
023500         PERFORM 1120-SET-LAST-DAY-OF-MONTH
023600     END-IF.
023700*
023800 1120-SET-LAST-DAY-OF-MONTH.
023900     EVALUATE WS-DW-MM
024000         WHEN 4
024100         WHEN 6
024200         WHEN 9
024300         WHEN 11
024400             MOVE 30 TO WS-DW-DD
024500         WHEN 2
024600             DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
024700                 REMAINDER WS-LEAP-REMAINDER
024800             IF WS-LEAP-REMAINDER = ZERO
024900                 MOVE 29 TO WS-DW-DD
025000             ELSE
025100                 MOVE 28 TO WS-DW-DD
025200             END-IF
025300         WHEN OTHER
025400             MOVE 31 TO WS-DW-DD
025500     END-EVALUATE.
025600*
025700******************************************************************
025800*    SORT INPUT - EVERY STORE ENTRY DATED IN THE PERIOD.         *
025900******************************************************************
026000*
026100 1300-SELECT-PERIOD.
026200     OPEN INPUT AUDIT-STORE-FILE
026300     PERFORM 8100-READ-STORE
026400     PERFORM 1310-SELECT-ONE-ENTRY
026500         UNTIL WS-STORE-EOF
026600     CLOSE AUDIT-STORE-FILE.
026700*
026800 1310-SELECT-ONE-ENTRY.
026900     IF AS-DATE OF AUDIT-STORE-RECORD NOT < WS-FROM-DATE
027000         AND AS-DATE OF AUDIT-STORE-RECORD NOT > WS-TO-DATE
027100         MOVE AUDIT-STORE-RECORD TO SORT-WORK-RECORD
027200         RELEASE SORT-WORK-RECORD
027300     END-IF
027400     PERFORM 8100-READ-STORE.
027500*
027600******************************************************************
027700*    REPORT - A BLOCK PER MASTER FILE, THEN PER OPERATOR.        *
027800******************************************************************
027900*
028000 2000-REPORT-ONE-ENTRY.
028100     IF WS-FIRST-ENTRY
028200         PERFORM 2100-START-MASTER
028300         PERFORM 2200-START-OPERATOR
028400         MOVE 'N' TO WS-FIRST-ENTRY-SWITCH
028500     ELSE
028600         IF AS-MASTER-FILE OF SORTED-RECORD
028700                 NOT = WS-GROUP-MASTER-FILE
028800             PERFORM 3100-PRINT-OPERATOR-TOTAL
028900             PERFORM 3200-PRINT-MASTER-TOTAL
029000             PERFORM 2100-START-MASTER
029100             PERFORM 2200-START-OPERATOR
029200         ELSE
029300             IF AS-OPER-ID OF SORTED-RECORD NOT = WS-GROUP-OPER-ID
029400                 PERFORM 3100-PRINT-OPERATOR-TOTAL
029500                 PERFORM 2200-START-OPERATOR
029600             END-IF
029700         END-IF
029800     END-IF
029900     PERFORM 2300-PRINT-ENTRY
030000     PERFORM 8200-READ-SORTED.
030100*
030200 2100-START-MASTER.
030300     MOVE AS-MASTER-FILE OF SORTED-RECORD TO WS-GROUP-MASTER-FILE
030400     MOVE ZERO TO WS-MT-CHANGES WS-MT-AFTER-HOURS WS-MT-CONFLICTS
030500     MOVE WS-GROUP-MASTER-FILE TO ML-MASTER-FILE
030600     MOVE '0' TO RP-CARRIAGE-CONTROL
030700     MOVE WS-MASTER-LINE TO RP-PRINT-LINE
030800     WRITE CHANGE-REPORT-RECORD
030900     MOVE ' ' TO RP-CARRIAGE-CONTROL
031000     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
031100     WRITE CHANGE-REPORT-RECORD.
031200*
031300 2200-START-OPERATOR.
031400     MOVE AS-OPER-ID OF SORTED-RECORD TO WS-GROUP-OPER-ID
031500     MOVE ZERO TO WS-OT-CHANGES WS-OT-AFTER-HOURS WS-OT-CONFLICTS.
031600*
031700 2300-PRINT-ENTRY.
031800     ADD 1 TO WS-OT-CHANGES
031900     MOVE AS-DATE OF SORTED-RECORD        TO DL-DATE
032000     MOVE AS-TIME OF SORTED-RECORD        TO DL-TIME
032100     MOVE AS-PROGRAM OF SORTED-RECORD     TO DL-PROGRAM
032200     MOVE AS-OPER-ID OF SORTED-RECORD     TO DL-OPER-ID
032300     MOVE AS-CHECKER-ID OF SORTED-RECORD  TO DL-CHECKER-ID
032400     MOVE AS-ACTION OF SORTED-RECORD      TO DL-ACTION
032500     MOVE AS-KEY OF SORTED-RECORD         TO DL-KEY
032600     MOVE AS-DISPOSITION OF SORTED-RECORD TO DL-DISPOSITION
032700     MOVE SPACES TO DL-AFTER-HOURS-MARK DL-CONFLICT-MARK
032800     IF AS-AFTER-HOURS OF SORTED-RECORD
032900         ADD 1 TO WS-OT-AFTER-HOURS
033000         MOVE 'AFTER HOURS' TO DL-AFTER-HOURS-MARK
033100     END-IF
033200     IF AS-MAKER-IS-CHECKER OF SORTED-RECORD
033300         ADD 1 TO WS-OT-CONFLICTS
033400         MOVE 'MAKER=CHECKER' TO DL-CONFLICT-MARK
033500     END-IF
033600     MOVE ' ' TO RP-CARRIAGE-CONTROL
033700     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
033800     WRITE CHANGE-REPORT-RECORD
033900     IF AS-BEFORE-IMAGE OF SORTED-RECORD NOT = SPACES
034000         OR AS-AFTER-IMAGE OF SORTED-RECORD NOT = SPACES
034100         MOVE AS-BEFORE-IMAGE OF SORTED-RECORD TO IL-BEFORE-IMAGE
034200         MOVE AS-AFTER-IMAGE OF SORTED-RECORD  TO IL-AFTER-IMAGE
034300         MOVE WS-IMAGE-LINE TO RP-PRINT-LINE
034400         WRITE CHANGE-REPORT-RECORD
034500     END-IF.
034600*
034700 3100-PRINT-OPERATOR-TOTAL.
034800     MOVE SPACES TO TT-CAPTION
034900     STRING 'OPERATOR ' WS-GROUP-OPER-ID DELIMITED BY SIZE
035000         INTO TT-CAPTION
035100     MOVE WS-OT-CHANGES     TO TT-CHANGES
035200     MOVE WS-OT-AFTER-HOURS TO TT-AFTER-HOURS
035300     MOVE WS-OT-CONFLICTS   TO TT-CONFLICTS
035400     PERFORM 5010-PRINT-TOTAL-LINE
035500     ADD WS-OT-CHANGES     TO WS-MT-CHANGES
035600     ADD WS-OT-AFTER-HOURS TO WS-MT-AFTER-HOURS
035700     ADD WS-OT-CONFLICTS   TO WS-MT-CONFLICTS.
035800*
035900 3200-PRINT-MASTER-TOTAL.
036000     MOVE SPACES TO TT-CAPTION
036100     STRING 'MASTER FILE ' WS-GROUP-MASTER-FILE DELIMITED BY SIZE
036200         INTO TT-CAPTION
036300     MOVE WS-MT-CHANGES     TO TT-CHANGES
036400     MOVE WS-MT-AFTER-HOURS TO TT-AFTER-HOURS
036500     MOVE WS-MT-CONFLICTS   TO TT-CONFLICTS
036600     PERFORM 5010-PRINT-TOTAL-LINE
036700     ADD WS-MT-CHANGES     TO WS-GT-CHANGES
036800     ADD WS-MT-AFTER-HOURS TO WS-GT-AFTER-HOURS
036900     ADD WS-MT-CONFLICTS   TO WS-GT-CONFLICTS.
037000*
037100 5000-PRINT-TOTALS.
037200     MOVE '0' TO RP-CARRIAGE-CONTROL
037300     MOVE SPACES TO RP-PRINT-LINE
037400     WRITE CHANGE-REPORT-RECORD
037500     MOVE 'ALL MASTER FILES' TO TT-CAPTION
037600     MOVE WS-GT-CHANGES     TO TT-CHANGES
037700     MOVE WS-GT-AFTER-HOURS TO TT-AFTER-HOURS
037800     MOVE WS-GT-CONFLICTS   TO TT-CONFLICTS
037900     PERFORM 5010-PRINT-TOTAL-LINE.
038000*
038100 5010-PRINT-TOTAL-LINE.
038200     MOVE ' ' TO RP-CARRIAGE-CONTROL
038300     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
038400     WRITE CHANGE-REPORT-RECORD.
038500*
038600 8100-READ-STORE.
038700     READ AUDIT-STORE-FILE
038800         AT END MOVE 'Y' TO WS-STORE-EOF-SWITCH
038900     END-READ.
039000*
039100 8200-READ-SORTED.
039200     READ SORTED-FILE
039300         AT END MOVE 'Y' TO WS-SORTED-EOF-SWITCH
039400     END-READ.
039500*
039600 9999-EXIT.
039700     CLOSE SORTED-FILE CHANGE-REPORT
039800     STOP RUN.
