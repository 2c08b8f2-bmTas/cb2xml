000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BALSCRN.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  BALANCE INQUIRY BATCH - RESPONSE AUDIT.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - DAILY ENUMERATION AND      *
001400*                   SCRAPING SCREEN OVER THE BALANCE INQUIRY     *
001500*                   LOG.  EACH REQUESTER'S DAY IS PROFILED ON    *
001600*                   FOUR MEASURES: DISTINCT ACCOUNTS, PEAK       *
001700*                   INQUIRIES IN ONE HOUR, INQUIRIES OUT OF      *
001800*                   HOURS (OUTSIDE THE BUSINESS HOURS ON THE     *
001900*                   PARAMETER FILE OR ON A NON-BUSINESS DAY PER  *
002000*                   CALDATE), AND THE LONGEST RUN OF             *
002100*                   SEQUENTIAL ACCOUNT NUMBERS.  EACH MEASURE    *
002200*                   IS TESTED AGAINST ITS PARAMETER LIMIT AND    *
002300*                   AGAINST THE REQUESTER'S OWN TRAILING 30-DAY  *
002400*                   AVERAGE, CARRIED ON A RETAINED PROFILE       *
002500*                   HISTORY AS JOBHIST DOES FOR JOB COUNTS.      *
002600*                   BREACHES GO TO THE SECURITY CASE FILE, WHICH *
002700*                   MORNDASH COUNTS.  A REQUESTER BREACHING ON   *
002800*                   TOO MANY DAYS IN THE REPEAT WINDOW IS ADDED  *
002900*                   TO THE BLOCK LIST (BALBLOCK.CPY) THAT        *
003000*                   BALENTIT HONOURS.                            *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT INQ-LOG-FILE    ASSIGN TO BALINQLG
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT SORT-WORK-FILE  ASSIGN TO SRTWK01.
004200     SELECT SORTED-LOG-FILE ASSIGN TO BALSCSRT
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT OPTIONAL SCRN-PARM-FILE ASSIGN TO BALSCPRM
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT OPTIONAL HISTORY-IN-FILE ASSIGN TO BALSCHI
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT HISTORY-OUT-FILE ASSIGN TO BALSCHO
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT OPTIONAL BLOCK-FILE ASSIGN TO BALBLOCK
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT CASE-FILE       ASSIGN TO BALSECCS
005300         ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  INQ-LOG-FILE.
005700 01  INQ-LOG-IN-RECORD           PIC X(948).
005800*
005900*    THE LOG IS TAKEN TO REQUESTER, THEN ACCOUNT NUMBER ORDER, SO
006000*    DISTINCT ACCOUNTS AND SEQUENTIAL RUNS FALL OUT AS BREAKS.
006100*
006200 SD  SORT-WORK-FILE.
006300 01  SORT-WORK-RECORD.
006400     05  SW-ACCT-NUMBER          PIC X(20).
006500     05  SW-REQ-DATE             PIC 9(08).
006600     05  SW-REQ-TIME             PIC 9(06).
006700     05  FILLER                  PIC X(906).
006800     05  SW-REQUESTER-ID         PIC X(08).
006900*
007000 FD  SORTED-LOG-FILE.
007100     COPY "BALINQLG.cpy".
007200*
007300 FD  SCRN-PARM-FILE.
007400 01  SCRN-PARM-RECORD.
007500     05  SP-DISTINCT-LIMIT       PIC 9(05).
007600     05  SP-HOURLY-LIMIT         PIC 9(05).
007700     05  SP-OFFHOURS-LIMIT       PIC 9(05).
007800     05  SP-SEQRUN-LIMIT         PIC 9(05).
007900     05  SP-DEVIATION-PCT        PIC 9(03).
008000     05  SP-MIN-COUNT            PIC 9(05).
008100     05  SP-BUS-START            PIC 9(06).
008200     05  SP-BUS-END              PIC 9(06).
008300     05  SP-REPEAT-DAYS          PIC 9(03).
008400     05  SP-REPEAT-LIMIT         PIC 9(02).
008500     05  SP-KEEP-DAYS            PIC 9(03).
008600     05  SP-REGION               PIC X(03).
008700*
008800*    ONE PROFILE PER REQUESTER PER DAY SCREENED.
008900*
009000 FD  HISTORY-IN-FILE.
009100 01  HISTORY-IN-RECORD.
009200     05  HS-RUN-DATE             PIC 9(08).
009300     05  HS-REQUESTER-ID         PIC X(08).
009400     05  HS-MEASURE              OCCURS 4 TIMES PIC 9(07).
009500     05  HS-BREACH-FLAG          PIC X(01).
009600*
009700 FD  HISTORY-OUT-FILE.
009800 01  HISTORY-OUT-RECORD.
009900     05  HO-RUN-DATE             PIC 9(08).
010000     05  HO-REQUESTER-ID         PIC X(08).
010100     05  HO-MEASURE              OCCURS 4 TIMES PIC 9(07).
010200     05  HO-BREACH-FLAG          PIC X(01).
010300*
010400 FD  BLOCK-FILE.
010500     COPY "BALBLOCK.cpy".
010600*
010700*    ONE RECORD PER MEASURE BREACHED: 'L' OVER THE PARAMETER
010800*    LIMIT, 'B' OVER THE REQUESTER'S OWN BASELINE.
010900*
011000 FD  CASE-FILE.
011100 01  CASE-RECORD.
011200     05  SC-RUN-DATE             PIC 9(08).
011300     05  SC-REQUESTER-ID         PIC X(08).
011400     05  SC-MEASURE-NAME         PIC X(08).
011500     05  SC-BREACH-TYPE          PIC X(01).
011600     05  SC-TODAY-VALUE          PIC 9(07).
011700     05  SC-BASELINE             PIC 9(07).
011800     05  SC-LIMIT                PIC 9(07).
011900     05  SC-BREACH-DAYS          PIC 9(03).
012000     05  SC-BLOCKED              PIC X(01).
012100*
012200 WORKING-STORAGE SECTION.
012300*
012400 01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
012500     88  WS-LOG-EOF              VALUE 'Y'.
012600 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
012700     88  WS-HIST-EOF             VALUE 'Y'.
012800 01  WS-BLOCK-EOF-SWITCH         PIC X(01) VALUE 'N'.
012900     88  WS-BLOCK-EOF            VALUE 'Y'.
013000 01  WS-BREACH-SWITCH            PIC X(01).
013100     88  WS-ANY-BREACH           VALUE 'Y'.
013200 01  WS-BUSINESS-DAY-SWITCH      PIC X(01) VALUE 'Y'.
013300     88  WS-BUSINESS-DAY         VALUE 'Y'.
013400*
013500 01  WS-RUN-DATE                 PIC 9(08).
013600 01  WS-RUN-DAYS                 PIC 9(07).
013700 01  WS-REQUESTERS-SCREENED      PIC 9(07) VALUE 0.
013800 01  WS-INQUIRIES-READ           PIC 9(09) VALUE 0.
013900 01  WS-CASES-WRITTEN            PIC 9(07) VALUE 0.
014000 01  WS-BLOCKS-ADDED             PIC 9(07) VALUE 0.
014100*
014200*    PARAMETER LIMITS, IN MEASURE ORDER, AND THE OTHER SETTINGS.
014300*
014400 01  WS-LIMITS.
014500     05  WS-LIMIT                OCCURS 4 TIMES PIC 9(07).
014600 01  WS-DEVIATION-PCT            PIC 9(03) VALUE 300.
014700 01  WS-MIN-COUNT                PIC 9(05) VALUE 20.
014800 01  WS-BUS-START                PIC 9(06) VALUE 070000.
014900 01  WS-BUS-END                  PIC 9(06) VALUE 200000.
015000 01  WS-REPEAT-DAYS              PIC 9(03) VALUE 30.
015100 01  WS-REPEAT-LIMIT             PIC 9(02) VALUE 3.
015200 01  WS-KEEP-DAYS                PIC 9(03) VALUE 60.
015300*
015400 01  WS-MEASURE-NAMES-VALUES.
015500     05  FILLER                  PIC X(08) VALUE 'DISTINCT'.
015600     05  FILLER                  PIC X(08) VALUE 'HOURLY  '.
015700     05  FILLER                  PIC X(08) VALUE 'OFFHOURS'.
015800     05  FILLER                  PIC X(08) VALUE 'SEQRUN  '.
015900 01  WS-MEASURE-NAMES REDEFINES WS-MEASURE-NAMES-VALUES.
016000     05  WS-MEASURE-NAME         OCCURS 4 TIMES PIC X(08).
016100*
016200*    THE REQUESTER BEING PROFILED.
016300*
016400 01  WS-CURR-REQUESTER           PIC X(08).
016500 01  WS-TODAY.
016600     05  WS-TODAY-VALUE          OCCURS 4 TIMES PIC 9(07).
016700 01  WS-JUDGEMENT.
016800     05  WS-JUDGED               OCCURS 4 TIMES.
016900         10  WS-BREACH-TYPE      PIC X(01).
017000         10  WS-BASELINE         PIC 9(07).
017100 01  WS-HOUR-TABLE.
017200     05  WS-HOUR-COUNT           OCCURS 24 TIMES PIC 9(07).
017300 01  WS-HOUR                     PIC 9(02).
017400 01  WS-CURR-RUN                 PIC 9(07).
017500 01  WS-BREACH-DAYS              PIC 9(03).
017600 01  WS-BLOCKED-SWITCH           PIC X(01).
017700     88  WS-REQUESTER-BLOCKED    VALUE 'Y'.
017800*
017900 01  WS-PREV-ACCT                PIC X(20).
018000 01  WS-PREV-ACCT-PARTS REDEFINES WS-PREV-ACCT.
018100     05  WS-PA-STEM              PIC X(08).
018200     05  WS-PA-TAIL              PIC X(12).
018300     05  WS-PA-TAIL-N REDEFINES WS-PA-TAIL PIC 9(12).
018400 01  WS-CURR-ACCT                PIC X(20).
018500 01  WS-CURR-ACCT-PARTS REDEFINES WS-CURR-ACCT.
018600     05  WS-CA-STEM              PIC X(08).
018700     05  WS-CA-TAIL              PIC X(12).
018800     05  WS-CA-TAIL-N REDEFINES WS-CA-TAIL PIC 9(12).
018900*
019000 01  WS-MS-SUB                   PIC 9(02) COMP.
019100 01  WS-HR-SUB                   PIC 9(02) COMP.
019200 01  WS-RING-SUB                 PIC 9(02) COMP.
019300 01  WS-RUNS-AVERAGED            PIC 9(02) COMP.
019400 01  WS-SUM-WORK                 PIC 9(11) COMP-3.
019500 01  WS-AVG-WORK                 PIC 9(09) COMP-3.
019600 01  WS-CEILING-WORK             PIC 9(11) COMP-3.
019700*
019800*    ONE PROFILE ON ITS WAY INTO THE RING - FROM HISTORY, OR
019900*    TODAY'S ONCE JUDGED.
020000*
020100 01  WS-RING-INPUT.
020200     05  WS-RI-REQUESTER         PIC X(08).
020300     05  WS-RI-DATE              PIC 9(08).
020400     05  WS-RI-BREACH            PIC X(01).
020500     05  WS-RI-VALUE             OCCURS 4 TIMES PIC 9(07).
020600*
020700 01  WS-DATE-WORK                PIC 9(08).
020800 01  WS-DATE-PARTS REDEFINES WS-DATE-WORK.
020900     05  WS-DW-YYYY              PIC 9(04).
021000     05  WS-DW-MM                PIC 9(02).
021100     05  WS-DW-DD                PIC 9(02).
021200 01  WS-WORK-DAYS                PIC 9(07).
021300*
021400 01  WS-CAL-FUNCTION             PIC X(01) VALUE 'B'.
021500 01  WS-CAL-REGION               PIC X(03) VALUE '***'.
021600 01  WS-CAL-DATE-1               PIC 9(08) VALUE 0.
021700 01  WS-CAL-DATE-2               PIC 9(08) VALUE 0.
021800 01  WS-CAL-RESULT-DATE          PIC 9(08).
021900 01  WS-CAL-RESULT-DAYS          PIC S9(05).
022000 01  WS-CAL-STATUS               PIC X(01).
022100*
022200*    EACH REQUESTER'S TRAILING PROFILES, HELD AS A 30-SLOT RING
022300*    SO ONLY THE MOST RECENT 30 DAYS FEED THE BASELINE.
022400*
022500 01  RQ-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
022600 01  RQ-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
022700 01  RQ-TABLE.
022800     05  RQ-ENTRY OCCURS 1000 TIMES
022900                  INDEXED BY RQ-IDX.
023000         10  RQ-REQUESTER-ID     PIC X(08).
023100         10  RQ-RUN-COUNT        PIC 9(05) COMP-3.
023200         10  RQ-RING-POS         PIC 9(02) COMP.
023300         10  RQ-RING OCCURS 30 TIMES.
023400             15  RQ-R-DATE       PIC 9(08).
023500             15  RQ-R-BREACH     PIC X(01).
023600             15  RQ-R-VALUE      OCCURS 4 TIMES
023700                                 PIC 9(07) COMP-3.
023800*
023900*    REQUESTERS ON THE BLOCK LIST, AFTER RELEASES ARE APPLIED.
024000*
024100 01  BK-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
024200 01  BK-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
024300 01  BK-TABLE.
024400     05  BK-ENTRY OCCURS 1000 TIMES
024500                  INDEXED BY BK-IDX.
024600         10  BK-REQUESTER-ID     PIC X(08).
024700         10  BK-STATUS           PIC X(01).
024800             88  BK-BLOCKED      VALUE 'B'.
024900*
025000 PROCEDURE DIVISION.
025100*
025200 0000-MAINLINE.
025300     PERFORM 1000-INITIALIZE
025400     PERFORM 2000-PROFILE-ONE-REQUESTER
025500         UNTIL WS-LOG-EOF
025600     DISPLAY 'BALSCRN - INQUIRIES READ:      ' WS-INQUIRIES-READ
025700     DISPLAY 'BALSCRN - REQUESTERS SCREENED: '
025800         WS-REQUESTERS-SCREENED
025900     DISPLAY 'BALSCRN - SECURITY CASES:      ' WS-CASES-WRITTEN
026000     DISPLAY 'BALSCRN - REQUESTERS BLOCKED:  ' WS-BLOCKS-ADDED
026100     IF WS-CASES-WRITTEN > ZERO
026200         MOVE 4 TO RETURN-CODE
026300     END-IF
026400     PERFORM 9999-EXIT.
026500*
026600 1000-INITIALIZE.
026700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
026800     MOVE 200 TO WS-LIMIT (1)
026900     MOVE 120 TO WS-LIMIT (2)
027000     MOVE 25  TO WS-LIMIT (3)
027100     MOVE 10  TO WS-LIMIT (4)
027200     OPEN INPUT SCRN-PARM-FILE
027300     READ SCRN-PARM-FILE
027400         AT END
027500             CONTINUE
027600         NOT AT END
027700             PERFORM 1100-TAKE-PARAMETERS
027800     END-READ
027900     CLOSE SCRN-PARM-FILE
028000     MOVE WS-RUN-DATE TO WS-DATE-WORK
028100     PERFORM 8000-DATE-TO-DAYS
028200     MOVE WS-WORK-DAYS TO WS-RUN-DAYS
028300     PERFORM 1200-LOAD-BLOCK-LIST
028400     OPEN INPUT  HISTORY-IN-FILE
028500     OPEN OUTPUT HISTORY-OUT-FILE
028600     READ HISTORY-IN-FILE
028700         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
028800     END-READ
028900     PERFORM 1300-ABSORB-ONE-HISTORY
029000         UNTIL WS-HIST-EOF
029100     CLOSE HISTORY-IN-FILE
029200     SORT SORT-WORK-FILE
029300         ON ASCENDING KEY SW-REQUESTER-ID SW-ACCT-NUMBER
029400                          SW-REQ-DATE SW-REQ-TIME
029500         USING INQ-LOG-FILE
029600         GIVING SORTED-LOG-FILE
029700     OPEN INPUT  SORTED-LOG-FILE
029800     OPEN EXTEND BLOCK-FILE
029900     OPEN OUTPUT CASE-FILE
030000     PERFORM 8100-READ-LOG.
030100*
030200 1100-TAKE-PARAMETERS.
030300     IF SP-DISTINCT-LIMIT > ZERO
030400         MOVE SP-DISTINCT-LIMIT TO WS-LIMIT (1)
030500     END-IF
030600     IF SP-HOURLY-LIMIT > ZERO
030700         MOVE SP-HOURLY-LIMIT TO WS-LIMIT (2)
030800     END-IF
030900     IF SP-OFFHOURS-LIMIT > ZERO
031000         MOVE SP-OFFHOURS-LIMIT TO WS-LIMIT (3)
031100     END-IF
031200     IF SP-SEQRUN-LIMIT > ZERO
031300         MOVE SP-SEQRUN-LIMIT TO WS-LIMIT (4)
031400     END-IF
031500     IF SP-DEVIATION-PCT > ZERO
031600         MOVE SP-DEVIATION-PCT TO WS-DEVIATION-PCT
031700     END-IF
031800     IF SP-MIN-COUNT > ZERO
031900         MOVE SP-MIN-COUNT TO WS-MIN-COUNT
032000     END-IF
032100     IF SP-BUS-END > SP-BUS-START
032200         MOVE SP-BUS-START TO WS-BUS-START
032300         MOVE SP-BUS-END   TO WS-BUS-END
032400     END-IF
032500     IF SP-REPEAT-DAYS > ZERO
032600         MOVE SP-REPEAT-DAYS TO WS-REPEAT-DAYS
032700     END-IF
032800     IF SP-REPEAT-LIMIT > ZERO
032900         MOVE SP-REPEAT-LIMIT TO WS-REPEAT-LIMIT
033000     END-IF
033100     IF SP-KEEP-DAYS > ZERO
033200         MOVE SP-KEEP-DAYS TO WS-KEEP-DAYS
033300     END-IF
033400     IF SP-REGION NOT = SPACES
033500         MOVE SP-REGION TO WS-CAL-REGION
033600     END-IF.
033700*
033800 1200-LOAD-BLOCK-LIST.
033900     OPEN INPUT BLOCK-FILE
034000     READ BLOCK-FILE
034100         AT END MOVE 'Y' TO WS-BLOCK-EOF-SWITCH
034200     END-READ
034300     PERFORM 1210-APPLY-ONE-BLOCK-ACTION
034400         UNTIL WS-BLOCK-EOF
034500     CLOSE BLOCK-FILE.
034600*
034700 1210-APPLY-ONE-BLOCK-ACTION.
034800     MOVE RB-REQUESTER-ID TO WS-CURR-REQUESTER
034900     PERFORM 8200-FIND-BLOCK-ENTRY
035000     IF RB-BLOCK
035100         PERFORM 8210-ADD-BLOCK-ENTRY
035200     END-IF
035300     IF RB-RELEASE
035400         AND WS-REQUESTER-BLOCKED
035500         MOVE 'R' TO BK-STATUS (BK-IDX)
035600     END-IF
035700     READ BLOCK-FILE
035800         AT END MOVE 'Y' TO WS-BLOCK-EOF-SWITCH
035900     END-READ.
036000*
036100*    PROFILES OLDER THAN THE KEEP PERIOD DROP OFF THE HISTORY;
036200*    THE REST ARE CARRIED FORWARD AND FEED THE RINGS.
036300*
036400 1300-ABSORB-ONE-HISTORY.
036500     MOVE HS-RUN-DATE TO WS-DATE-WORK
036600     PERFORM 8000-DATE-TO-DAYS
036700     IF WS-RUN-DAYS - WS-WORK-DAYS <= WS-KEEP-DAYS
036800         MOVE HISTORY-IN-RECORD TO HISTORY-OUT-RECORD
036900         WRITE HISTORY-OUT-RECORD
037000         MOVE HS-REQUESTER-ID TO WS-RI-REQUESTER
037100         MOVE HS-RUN-DATE     TO WS-RI-DATE
037200         MOVE HS-BREACH-FLAG  TO WS-RI-BREACH
037300         PERFORM 1310-TAKE-ONE-MEASURE
037400             VARYING WS-MS-SUB FROM 1 BY 1
037500             UNTIL WS-MS-SUB > 4
037600         PERFORM 7000-FIND-REQUESTER
037700         PERFORM 7100-STORE-IN-RING
037800     END-IF
037900     READ HISTORY-IN-FILE
038000         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
038100     END-READ.
038200*
038300 1310-TAKE-ONE-MEASURE.
038400     MOVE HS-MEASURE (WS-MS-SUB) TO WS-RI-VALUE (WS-MS-SUB).
038500*
038600 2000-PROFILE-ONE-REQUESTER.
038700     ADD 1 TO WS-REQUESTERS-SCREENED
038800     MOVE BIL-REQUESTER-ID TO WS-CURR-REQUESTER
038900     MOVE ZERO   TO WS-TODAY
039000     MOVE ZERO   TO WS-HOUR-TABLE
039100     MOVE ZERO   TO WS-CURR-RUN
039200     MOVE SPACES TO WS-PREV-ACCT
039300     PERFORM 2100-TAKE-ONE-INQUIRY
039400         UNTIL WS-LOG-EOF
039500            OR BIL-REQUESTER-ID NOT = WS-CURR-REQUESTER
039600     PERFORM 2200-FIND-PEAK-HOUR
039700         VARYING WS-HR-SUB FROM 1 BY 1
039800         UNTIL WS-HR-SUB > 24
039900     PERFORM 3000-JUDGE-REQUESTER.
040000*
040100 2100-TAKE-ONE-INQUIRY.
040200     MOVE BIL-ACCT-NUMBER TO WS-CURR-ACCT
040300     IF WS-CURR-ACCT NOT = WS-PREV-ACCT
040400         ADD 1 TO WS-TODAY-VALUE (1)
040500         PERFORM 2110-CHECK-SEQUENCE
040600         MOVE WS-CURR-ACCT TO WS-PREV-ACCT
040700     END-IF
040800     MOVE BIL-REQ-TIME (1:2) TO WS-HOUR
040900     IF WS-HOUR < 24
041000         ADD 1 TO WS-HOUR-COUNT (WS-HOUR + 1)
041100     END-IF
041200     PERFORM 2120-CHECK-HOURS
041300     PERFORM 8100-READ-LOG.
041400*
041500*    AN ACCOUNT WHOSE NUMBER IS ONE ABOVE THE LAST ONE THE
041600*    REQUESTER ASKED FOR, ON THE SAME STEM, EXTENDS THE RUN.
041700*
041800 2110-CHECK-SEQUENCE.
041900     IF WS-PREV-ACCT NOT = SPACES
042000         AND WS-CA-STEM = WS-PA-STEM
042100         AND WS-CA-TAIL IS NUMERIC
042200         AND WS-PA-TAIL IS NUMERIC
042300         AND WS-CA-TAIL-N = WS-PA-TAIL-N + 1
042400         ADD 1 TO WS-CURR-RUN
042500     ELSE
042600         MOVE 1 TO WS-CURR-RUN
042700     END-IF
042800     IF WS-CURR-RUN > WS-TODAY-VALUE (4)
042900         MOVE WS-CURR-RUN TO WS-TODAY-VALUE (4)
043000     END-IF.
043100*
043200*    A DATE THE CALENDAR DOES NOT HOLD IS TAKEN AS A BUSINESS
043300*    DAY, SO ONLY THE HOURS TEST APPLIES TO IT.
043400*
043500 2120-CHECK-HOURS.
043600     IF BIL-REQ-DATE NOT = WS-CAL-DATE-1
043700         MOVE BIL-REQ-DATE TO WS-CAL-DATE-1
043800         CALL 'CALDATE' USING WS-CAL-FUNCTION WS-CAL-REGION
043900             WS-CAL-DATE-1 WS-CAL-DATE-2 WS-CAL-RESULT-DATE
044000             WS-CAL-RESULT-DAYS WS-CAL-STATUS
044100         IF WS-CAL-STATUS = 'N'
044200             MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
044300         ELSE
044400             MOVE 'Y' TO WS-BUSINESS-DAY-SWITCH
044500         END-IF
044600     END-IF
044700     IF NOT WS-BUSINESS-DAY
044800         OR BIL-REQ-TIME < WS-BUS-START
044900         OR BIL-REQ-TIME NOT < WS-BUS-END
045000         ADD 1 TO WS-TODAY-VALUE (3)
045100     END-IF.
045200*
045300 2200-FIND-PEAK-HOUR.
045400     IF WS-HOUR-COUNT (WS-HR-SUB) > WS-TODAY-VALUE (2)
045500         MOVE WS-HOUR-COUNT (WS-HR-SUB) TO WS-TODAY-VALUE (2)
045600     END-IF.
045700*
045800*    TODAY IS JUDGED BEFORE IT GOES INTO THE RING, SO IT NEVER
045900*    FORMS PART OF ITS OWN BASELINE.
046000*
046100 3000-JUDGE-REQUESTER.
046200     MOVE WS-CURR-REQUESTER TO WS-RI-REQUESTER
046300     PERFORM 7000-FIND-REQUESTER
046400     MOVE 'N' TO WS-BREACH-SWITCH
046500     PERFORM 3100-TEST-ONE-MEASURE
046600         VARYING WS-MS-SUB FROM 1 BY 1
046700         UNTIL WS-MS-SUB > 4
046800     PERFORM 8200-FIND-BLOCK-ENTRY
046900     MOVE 0 TO WS-BREACH-DAYS
047000     IF WS-ANY-BREACH
047100         MOVE 1 TO WS-BREACH-DAYS
047200         PERFORM 3200-COUNT-ONE-BREACH-DAY
047300             VARYING WS-RING-SUB FROM 1 BY 1
047400             UNTIL WS-RING-SUB > WS-RUNS-AVERAGED
047500         IF WS-BREACH-DAYS >= WS-REPEAT-LIMIT
047600             AND NOT WS-REQUESTER-BLOCKED
047700             PERFORM 3300-BLOCK-REQUESTER
047800         END-IF
047900         PERFORM 3400-WRITE-ONE-CASE
048000             VARYING WS-MS-SUB FROM 1 BY 1
048100             UNTIL WS-MS-SUB > 4
048200     END-IF
048300     MOVE WS-RUN-DATE     TO WS-RI-DATE
048400     MOVE WS-BREACH-SWITCH TO WS-RI-BREACH
048600     PERFORM 3500-TAKE-TODAY-MEASURE
048700         VARYING WS-MS-SUB FROM 1 BY 1
048800         UNTIL WS-MS-SUB > 4
048900     MOVE WS-RUN-DATE      TO HO-RUN-DATE
049000     MOVE WS-CURR-REQUESTER TO HO-REQUESTER-ID
049100     MOVE WS-BREACH-SWITCH TO HO-BREACH-FLAG
049200     WRITE HISTORY-OUT-RECORD
049300     PERFORM 7100-STORE-IN-RING.
049400*
049500*    A BASELINE BREACH NEEDS A COUNT OF SOME SIZE AS WELL, SO A
049600*    QUIET REQUESTER GOING FROM 2 TO 9 IS NOT A CASE.
049700*
049800 3100-TEST-ONE-MEASURE.
049900     MOVE SPACE TO WS-BREACH-TYPE (WS-MS-SUB)
050000     PERFORM 3110-AVERAGE-RING
050100     MOVE WS-AVG-WORK TO WS-BASELINE (WS-MS-SUB)
050200     COMPUTE WS-CEILING-WORK =
050300         WS-AVG-WORK * (100 + WS-DEVIATION-PCT) / 100
050400     EVALUATE TRUE
050500         WHEN WS-TODAY-VALUE (WS-MS-SUB) > WS-LIMIT (WS-MS-SUB)
050600             MOVE 'L' TO WS-BREACH-TYPE (WS-MS-SUB)
050700             MOVE 'Y' TO WS-BREACH-SWITCH
050800         WHEN WS-AVG-WORK > ZERO
050900             AND WS-TODAY-VALUE (WS-MS-SUB) >= WS-MIN-COUNT
051000             AND WS-TODAY-VALUE (WS-MS-SUB) > WS-CEILING-WORK
051100             MOVE 'B' TO WS-BREACH-TYPE (WS-MS-SUB)
051200             MOVE 'Y' TO WS-BREACH-SWITCH
051300         WHEN OTHER
051400             CONTINUE
051500     END-EVALUATE.
051600*
051700 3110-AVERAGE-RING.
051800     IF RQ-RUN-COUNT (RQ-IDX) > 30
051900         MOVE 30 TO WS-RUNS-AVERAGED
052000     ELSE
052100         MOVE RQ-RUN-COUNT (RQ-IDX) TO WS-RUNS-AVERAGED
052200     END-IF
052300     MOVE ZERO TO WS-SUM-WORK
052400     PERFORM 3120-SUM-ONE-SLOT
052500         VARYING WS-RING-SUB FROM 1 BY 1
052600         UNTIL WS-RING-SUB > WS-RUNS-AVERAGED
052700     IF WS-RUNS-AVERAGED > ZERO
052800         COMPUTE WS-AVG-WORK ROUNDED =
052900             WS-SUM-WORK / WS-RUNS-AVERAGED
053000     ELSE
053100         MOVE ZERO TO WS-AVG-WORK
053200     END-IF.
053300*
053400 3120-SUM-ONE-SLOT.
053500     ADD RQ-R-VALUE (RQ-IDX WS-RING-SUB WS-MS-SUB)
053600         TO WS-SUM-WORK.
053700*
053800 3200-COUNT-ONE-BREACH-DAY.
053900     IF RQ-R-BREACH (RQ-IDX WS-RING-SUB) = 'Y'
054000         MOVE RQ-R-DATE (RQ-IDX WS-RING-SUB) TO WS-DATE-WORK
054100         PERFORM 8000-DATE-TO-DAYS
054200         IF WS-RUN-DAYS - WS-WORK-DAYS < WS-REPEAT-DAYS
054300             ADD 1 TO WS-BREACH-DAYS
054400         END-IF
054500     END-IF.
054600*
054700 3300-BLOCK-REQUESTER.
054800     ADD 1 TO WS-BLOCKS-ADDED
054900     MOVE WS-CURR-REQUESTER TO RB-REQUESTER-ID
055000     MOVE 'B'               TO RB-ACTION
055100     MOVE WS-RUN-DATE       TO RB-ACTION-DATE
055200     MOVE 'BALSCRN '        TO RB-SOURCE
055300     MOVE 'REPEATED SCREEN HIT' TO RB-REASON
055400     WRITE REQUESTER-BLOCK-RECORD
055500     PERFORM 8210-ADD-BLOCK-ENTRY.
055600*
055700 3400-WRITE-ONE-CASE.
055800     IF WS-BREACH-TYPE (WS-MS-SUB) NOT = SPACE
055900         ADD 1 TO WS-CASES-WRITTEN
056000         MOVE WS-RUN-DATE       TO SC-RUN-DATE
056100         MOVE WS-CURR-REQUESTER TO SC-REQUESTER-ID
056200         MOVE WS-MEASURE-NAME (WS-MS-SUB) TO SC-MEASURE-NAME
056300         MOVE WS-BREACH-TYPE (WS-MS-SUB)  TO SC-BREACH-TYPE
056400         MOVE WS-TODAY-VALUE (WS-MS-SUB)  TO SC-TODAY-VALUE
056500         MOVE WS-BASELINE (WS-MS-SUB)     TO SC-BASELINE
056600         MOVE WS-LIMIT (WS-MS-SUB)        TO SC-LIMIT
056700         MOVE WS-BREACH-DAYS    TO SC-BREACH-DAYS
056800         MOVE WS-BLOCKED-SWITCH TO SC-BLOCKED
056900         WRITE CASE-RECORD
057000     END-IF.
057100*
057200 3500-TAKE-TODAY-MEASURE.
057300     MOVE WS-TODAY-VALUE (WS-MS-SUB) TO WS-RI-VALUE (WS-MS-SUB)
057400     MOVE WS-TODAY-VALUE (WS-MS-SUB) TO HO-MEASURE (WS-MS-SUB).
057500*
057600*    LEAVES RQ-IDX ON THE REQUESTER IN WS-RI-REQUESTER, ADDING
057700*    IT WITH AN EMPTY RING WHEN IT IS NEW.
057800*
057900 7000-FIND-REQUESTER.
058000     SET RQ-IDX TO 1
058100     SEARCH RQ-ENTRY
058200         AT END
058300             PERFORM 7010-ADD-REQUESTER
058400         WHEN RQ-IDX > RQ-TABLE-COUNT
058500             PERFORM 7010-ADD-REQUESTER
058600         WHEN RQ-REQUESTER-ID (RQ-IDX) = WS-RI-REQUESTER
058700             CONTINUE
058800     END-SEARCH.
058900*
059000 7010-ADD-REQUESTER.
059100     IF RQ-TABLE-COUNT NOT < RQ-TABLE-MAX
059200         DISPLAY 'BALSCRN - REQUESTER TABLE FULL AT '
059300             RQ-TABLE-MAX
059400         MOVE 8 TO RETURN-CODE
059500         STOP RUN
059600     END-IF
059700     ADD 1 TO RQ-TABLE-COUNT
059800     SET RQ-IDX TO RQ-TABLE-COUNT
059900     MOVE WS-RI-REQUESTER TO RQ-REQUESTER-ID (RQ-IDX)
060000     MOVE ZERO TO RQ-RUN-COUNT (RQ-IDX)
060100     MOVE ZERO TO RQ-RING-POS (RQ-IDX).
060200*
060300 7100-STORE-IN-RING.
060400     ADD 1 TO RQ-RUN-COUNT (RQ-IDX)
060500     ADD 1 TO RQ-RING-POS (RQ-IDX)
060600     IF RQ-RING-POS (RQ-IDX) > 30
060700         MOVE 1 TO RQ-RING-POS (RQ-IDX)
060800     END-IF
060900     MOVE WS-RI-DATE
061000         TO RQ-R-DATE (RQ-IDX RQ-RING-POS (RQ-IDX))
061100     MOVE WS-RI-BREACH
061200         TO RQ-R-BREACH (RQ-IDX RQ-RING-POS (RQ-IDX))
061300     PERFORM 7110-STORE-ONE-MEASURE
061400         VARYING WS-MS-SUB FROM 1 BY 1
061500         UNTIL WS-MS-SUB > 4.
061600*
061700 7110-STORE-ONE-MEASURE.
061800     MOVE WS-RI-VALUE (WS-MS-SUB)
061900         TO RQ-R-VALUE (RQ-IDX RQ-RING-POS (RQ-IDX) WS-MS-SUB).
062000*
062100 8000-DATE-TO-DAYS.
062200     COMPUTE WS-WORK-DAYS =
062300         WS-DW-YYYY * 365 + WS-DW-MM * 30 + WS-DW-DD.
062400*
062500 8100-READ-LOG.
062600     READ SORTED-LOG-FILE
062700         AT END
062800             MOVE 'Y' TO WS-LOG-EOF-SWITCH
062900         NOT AT END
063000             ADD 1 TO WS-INQUIRIES-READ
063100     END-READ.
063200*
063300*    LEAVES BK-IDX ON THE REQUESTER IN WS-CURR-REQUESTER, AND
063400*    THE BLOCKED SWITCH SET FROM ITS STATUS.
063500*
063600 8200-FIND-BLOCK-ENTRY.
063700     MOVE 'N' TO WS-BLOCKED-SWITCH
063800     SET BK-IDX TO 1
063900     SEARCH BK-ENTRY
064000         AT END
064100             CONTINUE
064200         WHEN BK-IDX > BK-TABLE-COUNT
064300             CONTINUE
064400         WHEN BK-REQUESTER-ID (BK-IDX) = WS-CURR-REQUESTER
064500             IF BK-BLOCKED (BK-IDX)
064600                 MOVE 'Y' TO WS-BLOCKED-SWITCH
064700             END-IF
064800     END-SEARCH.
064900*
065000 8210-ADD-BLOCK-ENTRY.
065100     IF BK-IDX > BK-TABLE-COUNT
065200         IF BK-TABLE-COUNT NOT < BK-TABLE-MAX
065300             DISPLAY 'BALSCRN - BLOCK TABLE FULL AT '
065400                 BK-TABLE-MAX
065500             MOVE 8 TO RETURN-CODE
065600             STOP RUN
065700         END-IF
065800         ADD 1 TO BK-TABLE-COUNT
065900         SET BK-IDX TO BK-TABLE-COUNT
066000         MOVE WS-CURR-REQUESTER TO BK-REQUESTER-ID (BK-IDX)
066100     END-IF
066200     MOVE 'B' TO BK-STATUS (BK-IDX)
066300     MOVE 'Y' TO WS-BLOCKED-SWITCH.
066400*
066500 9999-EXIT.
066600     CLOSE SORTED-LOG-FILE HISTORY-OUT-FILE BLOCK-FILE CASE-FILE
066700     STOP RUN.
