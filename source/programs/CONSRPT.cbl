000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CONSRPT.
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
001300*   10/15/26  MO    INITIAL VERSION - MONTHLY MARKETING CONSENT  *
001400*                   EVIDENCE FOR THE PRIVACY OFFICER.  EVERY     *
001500*                   MEMBER-FACING OUTPUT LOGS WHAT IT SENT AND   *
001600*                   WHAT IT HELD BACK FOR WANT OF CONSENT TO     *
001700*                   CONSXLOG; THIS REPORT TOTALS THE PREVIOUS    *
001800*                   CALENDAR MONTH'S LOG BY JOB AND CHANNEL,     *
001900*                   THEN SHOWS HOW MANY CARDS ON THE CONSENT     *
002000*                   MASTER HOLD CONSENT ON EACH CHANNEL TODAY.   *
002020*   10/15/26  MO    MASTER HEADING LITERAL TRIMMED TO ITS        *
002040*                   40-BYTE FIELD.                               *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL EXCLUSION-LOG-FILE ASSIGN TO CONSXLOG
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT CONSENT-FILE   ASSIGN TO CONSMAST
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT CONSENT-REPORT ASSIGN TO CONSRPTO
003400         ORGANIZATION IS SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  EXCLUSION-LOG-FILE.
003800     COPY "CONSXLOG.cpy".
003900*
004000 FD  CONSENT-FILE.
004100     COPY "CONSMAST.cpy".
004200*
004300 FD  CONSENT-REPORT.
004400 01  CONSENT-REPORT-RECORD.
004500     05  RP-CARRIAGE-CONTROL     PIC X(01).
004600     05  RP-PRINT-LINE           PIC X(132).
004700*
004800 WORKING-STORAGE SECTION.
004900*
005000 01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
005100     88  WS-LOG-EOF              VALUE 'Y'.
005200 01  WS-CONSENT-EOF-SWITCH       PIC X(01) VALUE 'N'.
005300     88  WS-CONSENT-EOF          VALUE 'Y'.
005400*
005500 01  WS-RUN-DATE                 PIC 9(08).
005600 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
005700     05  WS-RUN-YYYY             PIC 9(04).
005800     05  WS-RUN-MM               PIC 9(02).
005900     05  WS-RUN-DD               PIC 9(02).
006000*
006100*    THE CALENDAR MONTH REPORTED, YYYYMM - THE ONE BEFORE THE
006200*    RUN MONTH.
006300*
006400 01  WS-REPORT-MONTH             PIC 9(06).
006500 01  WS-REPORT-MONTH-PARTS REDEFINES WS-REPORT-MONTH.
006600     05  WS-REPORT-YYYY          PIC 9(04).
006700     05  WS-REPORT-MM            PIC 9(02).
006800*
006900 01  WS-LOG-RECORDS-READ         PIC 9(07) VALUE 0.
007000 01  WS-CARDS-ON-MASTER          PIC 9(09) VALUE 0.
007100 01  WS-CH-SUB                   PIC 9(02) COMP.
007200 01  WS-LG-SUB                   PIC 9(03) COMP.
007300*
007400*    ONE ENTRY PER JOB, CHANNEL AND UNIT SEEN IN THE MONTH.
007500*
007600 01  LG-TABLE-MAX                PIC 9(03) COMP VALUE 50.
007700 01  LG-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
007800 01  LG-TABLE.
007900     05  LG-ENTRY OCCURS 50 TIMES
008000                  INDEXED BY LG-IDX.
008100         10  LG-JOB-NAME         PIC X(08).
008200         10  LG-CHANNEL          PIC X(09).
008300         10  LG-UNIT             PIC X(08).
008400         10  LG-RUNS             PIC 9(05) COMP-3.
008500         10  LG-SELECTED         PIC 9(11) COMP-3.
008600         10  LG-EXCLUDED         PIC 9(11) COMP-3.
008700*
008800*    CONSENT MASTER COUNTS BY CHANNEL, IN CN-CHANNEL-TABLE
008900*    ORDER.  'PENDING' IS A 'Y' NOT YET EFFECTIVE.
009000*
009100 01  WS-CHANNEL-NAMES.
009200     05  FILLER PIC X(09) VALUE 'MAIL     '.
009300     05  FILLER PIC X(09) VALUE 'EMAIL    '.
009400     05  FILLER PIC X(09) VALUE 'SMS      '.
009500     05  FILLER PIC X(09) VALUE 'APP PUSH '.
009600 01  WS-CHANNEL-NAME-TABLE REDEFINES WS-CHANNEL-NAMES.
009700     05  WS-CHANNEL-NAME         PIC X(09) OCCURS 4 TIMES.
009800 01  CC-TABLE.
009900     05  CC-ENTRY OCCURS 4 TIMES.
010000         10  CC-IN-FORCE         PIC 9(09) COMP-3.
010100         10  CC-PENDING          PIC 9(09) COMP-3.
010200         10  CC-NO-CONSENT       PIC 9(09) COMP-3.
010300*
010400 01  WS-HEADING-LINE.
010500     05  FILLER                  PIC X(43)
010600         VALUE 'CONSRPT - MARKETING CONSENT EXCLUSIONS FOR '.
010700     05  H1-REPORT-MONTH         PIC 9(06).
010800     05  FILLER                  PIC X(11) VALUE '   RUN DATE'.
010900     05  FILLER                  PIC X(01) VALUE SPACES.
011000     05  H1-RUN-DATE             PIC 9(08).
011100     05  FILLER                  PIC X(63) VALUE SPACES.
011200*
011300 01  WS-LOG-HEADING.
011400     05  FILLER                  PIC X(44)
011500         VALUE 'JOB       CHANNEL    UNIT       RUNS     SEL'.
011600     05  FILLER                  PIC X(40)
011700         VALUE 'ECTED     EXCLUDED                      '.
011800     05  FILLER                  PIC X(48) VALUE SPACES.
011900*
012000 01  WS-LOG-DETAIL.
012100     05  LD-JOB-NAME             PIC X(08).
012200     05  FILLER                  PIC X(02) VALUE SPACES.
012300     05  LD-CHANNEL              PIC X(09).
012400     05  FILLER                  PIC X(02) VALUE SPACES.
012500     05  LD-UNIT                 PIC X(08).
012600     05  FILLER                  PIC X(02) VALUE SPACES.
012700     05  LD-RUNS                 PIC ZZZZ9.
012800     05  FILLER                  PIC X(02) VALUE SPACES.
012900     05  LD-SELECTED             PIC ZZZZZZZZZZ9.
013000     05  FILLER                  PIC X(02) VALUE SPACES.
013100     05  LD-EXCLUDED             PIC ZZZZZZZZZZ9.
013200     05  FILLER                  PIC X(70) VALUE SPACES.
013300*
013400 01  WS-NO-LOG-LINE.
013500     05  FILLER                  PIC X(44)
013600         VALUE 'NO OUTPUT RUNS LOGGED FOR THE MONTH         '.
013700     05  FILLER                  PIC X(88) VALUE SPACES.
013800*
013900 01  WS-MASTER-HEADING.
014000     05  FILLER                  PIC X(44)
014100         VALUE 'CONSENT MASTER TODAY   CHANNEL     IN FORCE '.
014200     05  FILLER                  PIC X(40)
014300         VALUE '    PENDING   NO CONSENT                '.
014400     05  FILLER                  PIC X(48) VALUE SPACES.
014500*
014600 01  WS-MASTER-DETAIL.
014700     05  FILLER                  PIC X(23) VALUE SPACES.
014800     05  MD-CHANNEL              PIC X(09).
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  MD-IN-FORCE             PIC ZZZZZZZZ9.
015100     05  FILLER                  PIC X(03) VALUE SPACES.
015200     05  MD-PENDING              PIC ZZZZZZZZ9.
015300     05  FILLER                  PIC X(04) VALUE SPACES.
015400     05  MD-NO-CONSENT           PIC ZZZZZZZZ9.
015500     05  FILLER                  PIC X(64) VALUE SPACES.
015600*
015700 01  WS-TOTAL-LINE.
015800     05  TT-CAPTION              PIC X(30).
015900     05  TT-COUNT                PIC ZZZZZZZZ9.
016000     05  FILLER                  PIC X(93) VALUE SPACES.
016100*
016200 PROCEDURE DIVISION.
016300*
016400 0000-MAINLINE.
016500     PERFORM 1000-INITIALIZE
016600     PERFORM 2000-TALLY-ONE-LOG-RECORD
016700         UNTIL WS-LOG-EOF
016800     PERFORM 3000-PRINT-EXCLUSIONS
016900     PERFORM 4000-COUNT-ONE-CARD
017000         UNTIL WS-CONSENT-EOF
017100     PERFORM 5000-PRINT-MASTER-COUNTS
017200     DISPLAY 'CONSRPT - MONTH REPORTED:   ' WS-REPORT-MONTH
017300     DISPLAY 'CONSRPT - LOG RECORDS USED: ' WS-LOG-RECORDS-READ
017400     DISPLAY 'CONSRPT - CARDS ON MASTER:  ' WS-CARDS-ON-MASTER
017500     PERFORM 9999-EXIT.
017600*
017700 1000-INITIALIZE.
017800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017900     IF WS-RUN-MM = 01
018000         COMPUTE WS-REPORT-YYYY = WS-RUN-YYYY - 1
018100         MOVE 12 TO WS-REPORT-MM
018200     ELSE
018300         MOVE WS-RUN-YYYY TO WS-REPORT-YYYY
018400         COMPUTE WS-REPORT-MM = WS-RUN-MM - 1
018500     END-IF
018600     PERFORM 1100-CLEAR-CHANNEL-COUNTS
018700         VARYING WS-CH-SUB FROM 1 BY 1
018800         UNTIL WS-CH-SUB > 4
018900     OPEN INPUT  EXCLUSION-LOG-FILE
019000     OPEN INPUT  CONSENT-FILE
019100     OPEN OUTPUT CONSENT-REPORT
019200     MOVE WS-REPORT-MONTH TO H1-REPORT-MONTH
019300     MOVE WS-RUN-DATE     TO H1-RUN-DATE
019400     MOVE '1' TO RP-CARRIAGE-CONTROL
019500     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
019600     WRITE CONSENT-REPORT-RECORD
019700     READ EXCLUSION-LOG-FILE
019800         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
019900     END-READ
020000     READ CONSENT-FILE
020100         AT END MOVE 'Y' TO WS-CONSENT-EOF-SWITCH
020200     END-READ.
020300*
020400 1100-CLEAR-CHANNEL-COUNTS.
020500     MOVE 0 TO CC-IN-FORCE (WS-CH-SUB)
020600     MOVE 0 TO CC-PENDING (WS-CH-SUB)
020700     MOVE 0 TO CC-NO-CONSENT (WS-CH-SUB).
020800*
020900*    ONLY RUNS DATED IN THE REPORT MONTH COUNT.  A NEW JOB OR
021000*    CHANNEL TAKES THE NEXT TABLE SLOT.
021100*
021200 2000-TALLY-ONE-LOG-RECORD.
021300     IF CX-RUN-DATE (1:6) = WS-REPORT-MONTH
021400         ADD 1 TO WS-LOG-RECORDS-READ
021500         SET LG-IDX TO 1
021600         SEARCH LG-ENTRY
021700             AT END
021800                 PERFORM 2100-ADD-LOG-ENTRY
021900             WHEN LG-IDX > LG-TABLE-COUNT
022000                 PERFORM 2100-ADD-LOG-ENTRY
022100             WHEN LG-JOB-NAME (LG-IDX) = CX-JOB-NAME
022200                 AND LG-CHANNEL (LG-IDX) = CX-CHANNEL
022300                 AND LG-UNIT (LG-IDX) = CX-UNIT
022400                 PERFORM 2200-ACCUMULATE-LOG-ENTRY
022500         END-SEARCH
022600     END-IF
022700     READ EXCLUSION-LOG-FILE
022800         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
022900     END-READ.
023000*
023100 2100-ADD-LOG-ENTRY.
023200     IF LG-TABLE-COUNT NOT < LG-TABLE-MAX
023300         DISPLAY 'CONSRPT - LOG TABLE FULL AT '
023400             LG-TABLE-MAX ' ENTRIES - REPORT NOT PRODUCED'
023500         MOVE 8 TO RETURN-CODE
023600         STOP RUN
023700     END-IF
023800     ADD 1 TO LG-TABLE-COUNT
023900     SET LG-IDX TO LG-TABLE-COUNT
024000     MOVE CX-JOB-NAME TO LG-JOB-NAME (LG-IDX)
024100     MOVE CX-CHANNEL  TO LG-CHANNEL (LG-IDX)
024200     MOVE CX-UNIT     TO LG-UNIT (LG-IDX)
024300     MOVE 0           TO LG-RUNS (LG-IDX)
024400     MOVE 0           TO LG-SELECTED (LG-IDX)
024500     MOVE 0           TO LG-EXCLUDED (LG-IDX)
024600     PERFORM 2200-ACCUMULATE-LOG-ENTRY.
024700*
024800 2200-ACCUMULATE-LOG-ENTRY.
024900     ADD 1           TO LG-RUNS (LG-IDX)
025000     ADD CX-SELECTED TO LG-SELECTED (LG-IDX)
025100     ADD CX-EXCLUDED TO LG-EXCLUDED (LG-IDX).
025200*
025300 3000-PRINT-EXCLUSIONS.
025400     MOVE '0' TO RP-CARRIAGE-CONTROL
025500     MOVE WS-LOG-HEADING TO RP-PRINT-LINE
025600     WRITE CONSENT-REPORT-RECORD
025700     IF LG-TABLE-COUNT = 0
025800         MOVE ' ' TO RP-CARRIAGE-CONTROL
025900         MOVE WS-NO-LOG-LINE TO RP-PRINT-LINE
026000         WRITE CONSENT-REPORT-RECORD
026100     END-IF
026200     PERFORM 3100-PRINT-LOG-ENTRY
026300         VARYING WS-LG-SUB FROM 1 BY 1
026400         UNTIL WS-LG-SUB > LG-TABLE-COUNT.
026500*
026600 3100-PRINT-LOG-ENTRY.
026700     MOVE LG-JOB-NAME (WS-LG-SUB) TO LD-JOB-NAME
026800     MOVE LG-CHANNEL (WS-LG-SUB)  TO LD-CHANNEL
026900     MOVE LG-UNIT (WS-LG-SUB)     TO LD-UNIT
027000     MOVE LG-RUNS (WS-LG-SUB)     TO LD-RUNS
027100     MOVE LG-SELECTED (WS-LG-SUB) TO LD-SELECTED
027200     MOVE LG-EXCLUDED (WS-LG-SUB) TO LD-EXCLUDED
027300     MOVE ' ' TO RP-CARRIAGE-CONTROL
027400     MOVE WS-LOG-DETAIL TO RP-PRINT-LINE
027500     WRITE CONSENT-REPORT-RECORD.
027600*
027700 4000-COUNT-ONE-CARD.
027800     ADD 1 TO WS-CARDS-ON-MASTER
027900     PERFORM 4100-COUNT-ONE-CHANNEL
028000         VARYING WS-CH-SUB FROM 1 BY 1
028100         UNTIL WS-CH-SUB > 4
028200     READ CONSENT-FILE
028300         AT END MOVE 'Y' TO WS-CONSENT-EOF-SWITCH
028400     END-READ.
028500*
028600 4100-COUNT-ONE-CHANNEL.
028700     IF CN-CONSENT (WS-CH-SUB) = 'Y'
028800         IF CN-EFF-DATE (WS-CH-SUB) NOT > WS-RUN-DATE
028900             ADD 1 TO CC-IN-FORCE (WS-CH-SUB)
029000         ELSE
029100             ADD 1 TO CC-PENDING (WS-CH-SUB)
029200         END-IF
029300     ELSE
029400         ADD 1 TO CC-NO-CONSENT (WS-CH-SUB)
029500     END-IF.
029600*
029700 5000-PRINT-MASTER-COUNTS.
029800     MOVE '0' TO RP-CARRIAGE-CONTROL
029900     MOVE WS-MASTER-HEADING TO RP-PRINT-LINE
030000     WRITE CONSENT-REPORT-RECORD
030100     PERFORM 5100-PRINT-ONE-CHANNEL
030200         VARYING WS-CH-SUB FROM 1 BY 1
030300         UNTIL WS-CH-SUB > 4
030400     MOVE 'CARDS ON THE CONSENT MASTER   ' TO TT-CAPTION
030500     MOVE WS-CARDS-ON-MASTER TO TT-COUNT
030600     MOVE '0' TO RP-CARRIAGE-CONTROL
030700     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
030800     WRITE CONSENT-REPORT-RECORD.
030900*
031000 5100-PRINT-ONE-CHANNEL.
031100     MOVE WS-CHANNEL-NAME (WS-CH-SUB) TO MD-CHANNEL
031200     MOVE CC-IN-FORCE (WS-CH-SUB)     TO MD-IN-FORCE
031300     MOVE CC-PENDING (WS-CH-SUB)      TO MD-PENDING
031400     MOVE CC-NO-CONSENT (WS-CH-SUB)   TO MD-NO-CONSENT
031500     MOVE ' ' TO RP-CARRIAGE-CONTROL
031600     MOVE WS-MASTER-DETAIL TO RP-PRINT-LINE
031700     WRITE CONSENT-REPORT-RECORD.
031800*
031900 9999-EXIT.
032000     CLOSE EXCLUSION-LOG-FILE CONSENT-FILE CONSENT-REPORT
032100     STOP RUN.
