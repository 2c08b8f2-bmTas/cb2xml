000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MECLOSE.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  ACCOUNT MASTER BATCH - MONTH-END CLOSE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - MONTH-END CLOSE AND        *
001400*                   PERIOD LOCK.  RUNS ONLY WHEN THE LAST        *
001500*                   TRIALBAL ON THE END-OF-JOB CONTROL FILE WAS  *
001600*                   IN BALANCE AND GLJOURNL POSTED THE SAME DAY. *
001700*                   THE PERIOD IS THE MONTH OF THAT TRIAL        *
001800*                   BALANCE UNLESS MECPARM NAMES ONE.  THE       *
001900*                   CLOSING MASTER AND THE TRIAL BALANCE REPORT  *
002000*                   ARE COPIED TO THE PERIOD ARCHIVE, THE MASTER *
002100*                   COUNT IS PROVED AGAINST TRIALBAL'S, BOTH     *
002200*                   SNAPSHOTS ARE CATALOGUED THROUGH ARCCAT'S    *
002300*                   ENTRY FILE, AND THE PERIOD GOES ON THE       *
002400*                   PERIOD STATUS FILE AS CLOSED FOR PERCHK.     *
002420*   10/15/26  MO    THE LAST TRIAL BALANCE MUST FALL IN THE      *
002440*                   PERIOD BEING CLOSED.  A LATER ONE WAS        *
002460*                   LETTING A NAMED EARLIER PERIOD CLOSE ON A    *
002480*                   LATER MONTH'S MASTER.                        *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL CLOSE-PARM-FILE ASSIGN TO MECPARM
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT EOJ-CONTROL-FILE ASSIGN TO EOJCTLF
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT OPTIONAL OLD-STATUS-FILE ASSIGN TO PERSOLD
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT NEW-STATUS-FILE  ASSIGN TO PERSNEW
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT CURR-MASTER-FILE ASSIGN TO MSTRCUR
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT TRIAL-BAL-FILE   ASSIGN TO TRIALBLP
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT MASTER-ARCHIVE   ASSIGN TO MECLARCM
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT TRIAL-BAL-ARCHIVE ASSIGN TO MECLARCT
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT CATALOG-ENTRY-FILE ASSIGN TO MECATENT
005000         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300*
005400*    A ZERO PERIOD TAKES THE MONTH OF THE LAST TRIAL BALANCE;
005500*    A BLANK VOLUME OR ZERO RETENTION KEEPS THE DEFAULT.
005600*
005700 FD  CLOSE-PARM-FILE.
005800 01  CLOSE-PARM-RECORD.
005900     05  MP-PERIOD               PIC 9(06).
006000     05  MP-ARCHIVE-VOLUME       PIC X(06).
006100     05  MP-RETENTION-YEARS      PIC 9(02).
006200*
006300 FD  EOJ-CONTROL-FILE.
006400     COPY "JOBCTL.cpy".
006500*
006600 FD  OLD-STATUS-FILE.
006700 01  OLD-STATUS-RECORD.
006800     05  OS-PERIOD               PIC 9(06).
006900     05  OS-STATUS               PIC X(01).
007000         88  OS-CLOSED           VALUE 'C'.
007100     05  FILLER                  PIC X(40).
007200*
007300 FD  NEW-STATUS-FILE.
007400     COPY "PERSTAT.cpy".
007500*
007600 FD  CURR-MASTER-FILE.
007700     COPY "MSTREC.cpy".
007800*
007900 FD  TRIAL-BAL-FILE.
008000 01  TRIAL-BAL-RECORD            PIC X(133).
008100*
008200 FD  MASTER-ARCHIVE.
008300 01  MASTER-ARCHIVE-RECORD.
008400     05  MA-PERIOD               PIC 9(06).
008500     05  MA-RECORD-NO            PIC 9(09).
008600     05  MA-MASTER-DATA          PIC X(72).
008700*
008800 FD  TRIAL-BAL-ARCHIVE.
008900 01  TRIAL-BAL-ARCHIVE-RECORD.
009000     05  MT-PERIOD               PIC 9(06).
009100     05  MT-PRINT-RECORD         PIC X(133).
009200*
009300*    SAME SHAPE AS ARCCAT'S ENTRY FILE.
009400*
009500 FD  CATALOG-ENTRY-FILE.
009600 01  CATALOG-ENTRY-RECORD.
009700     05  EN-SOURCE               PIC X(08).
009800     05  EN-UNIT-ID              PIC 9(08).
009900     05  EN-KEY-LOW              PIC X(20).
010000     05  EN-KEY-HIGH             PIC X(20).
010100     05  EN-DATE-LOW             PIC 9(08).
010200     05  EN-DATE-HIGH            PIC 9(08).
010300     05  EN-VOLUME               PIC X(06).
010400     05  EN-ARCHIVED-DATE        PIC 9(08).
010500     05  EN-RETENTION-YEARS      PIC 9(02).
010600*
010700 WORKING-STORAGE SECTION.
010800*
010900 01  WS-EOJ-EOF-SWITCH           PIC X(01) VALUE 'N'.
011000     88  WS-EOJ-EOF              VALUE 'Y'.
011100 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
011200     88  WS-OLD-EOF              VALUE 'Y'.
011300 01  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
011400     88  WS-MSTR-EOF             VALUE 'Y'.
011500 01  WS-TB-EOF-SWITCH            PIC X(01) VALUE 'N'.
011600     88  WS-TB-EOF               VALUE 'Y'.
011700 01  WS-INSERTED-SWITCH          PIC X(01) VALUE 'N'.
011800     88  WS-INSERTED             VALUE 'Y'.
011900*
012000 01  WS-RUN-DATE                 PIC 9(08).
012100 01  WS-CLOSE-PERIOD             PIC 9(06) VALUE 0.
012200 01  WS-ARCHIVE-VOLUME           PIC X(06) VALUE 'MECLOS'.
012300 01  WS-RETENTION-YEARS          PIC 9(02) VALUE 7.
012400*
012500*    THE LAST TRIALBAL RECORD ON THE CONTROL FILE, AND WHETHER
012600*    GLJOURNL PASSED ON THE SAME RUN DATE.
012700*
012800 01  WS-TB-RUN-DATE              PIC 9(08) VALUE 0.
012900 01  WS-TB-STATUS                PIC X(01) VALUE SPACE.
013000     88  WS-TB-PASSED            VALUE 'P'.
013100 01  WS-TB-ACCOUNTS              PIC 9(09) VALUE 0.
013200 01  WS-GL-RUN-DATE              PIC 9(08) VALUE 0.
013300 01  WS-GL-STATUS                PIC X(01) VALUE SPACE.
013400     88  WS-GL-PASSED            VALUE 'P'.
013500*
013600 01  WS-RECORD-NO                PIC 9(09) VALUE 0.
013700 01  WS-TB-LINES                 PIC 9(09) VALUE 0.
013800 01  WS-CLOSING-BAL              PIC S9(15)V99 COMP-3 VALUE 0.
013900 01  WS-KEY-WORK                 PIC 9(09).
014000*
014100 01  WS-PERIOD-WORK.
014200     05  WS-PW-YYYY              PIC 9(04).
014300     05  WS-PW-MM                PIC 9(02).
014400 01  WS-LAST-DAY                 PIC 9(02).
014500 01  WS-LEAP-QUOTIENT            PIC 9(04).
014600 01  WS-LEAP-REMAINDER           PIC 9(04).
014700*
014800 PROCEDURE DIVISION.
014900*
015000 0000-MAINLINE.
015100     PERFORM 1000-INITIALIZE
015200     PERFORM 1200-CHECK-GATE
015300     PERFORM 1300-CHECK-NOT-CLOSED
015400     PERFORM 2000-SNAPSHOT-MASTER
015500     PERFORM 2100-PROVE-ACCOUNT-COUNT
015600     PERFORM 3000-SNAPSHOT-TRIAL-BALANCE
015700     PERFORM 4000-WRITE-PERIOD-STATUS
015800     PERFORM 5000-WRITE-CATALOG-ENTRIES
015900     DISPLAY 'MECLOSE - PERIOD CLOSED:   ' WS-CLOSE-PERIOD
016000     DISPLAY 'MECLOSE - ACCOUNTS:        ' WS-RECORD-NO
016100     DISPLAY 'MECLOSE - TRIAL BAL LINES: ' WS-TB-LINES
016200     PERFORM 9999-EXIT.
016300*
016400 1000-INITIALIZE.
016500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016600     OPEN INPUT CLOSE-PARM-FILE
016700     READ CLOSE-PARM-FILE
016800         AT END
016900             CONTINUE
017000         NOT AT END
017100             PERFORM 1050-TAKE-PARAMETERS
017200     END-READ
017300     CLOSE CLOSE-PARM-FILE
017400     OPEN INPUT EOJ-CONTROL-FILE
017500     READ EOJ-CONTROL-FILE
017600         AT END MOVE 'Y' TO WS-EOJ-EOF-SWITCH
017700     END-READ
017800     PERFORM 1100-NOTE-ONE-CONTROL-RECORD
017900         UNTIL WS-EOJ-EOF
018000     CLOSE EOJ-CONTROL-FILE
018100     IF WS-CLOSE-PERIOD = ZERO
018200         MOVE WS-TB-RUN-DATE (1:6) TO WS-CLOSE-PERIOD
018300     END-IF.
018400*
018500 1050-TAKE-PARAMETERS.
018600     IF MP-PERIOD > ZERO
018700         MOVE MP-PERIOD TO WS-CLOSE-PERIOD
018800     END-IF
018900     IF MP-ARCHIVE-VOLUME NOT = SPACES
019000         MOVE MP-ARCHIVE-VOLUME TO WS-ARCHIVE-VOLUME
019100     END-IF
019200     IF MP-RETENTION-YEARS > ZERO
019300         MOVE MP-RETENTION-YEARS TO WS-RETENTION-YEARS
019400     END-IF.
019500*
019600*    THE CONTROL FILE IS IN COMPLETION ORDER, SO THE LAST
019700*    TRIALBAL RECORD IS THE LATEST TRIAL BALANCE.  A GLJOURNL
019800*    RECORD COUNTS ONLY FOR THE SAME RUN DATE.
019900*
020000 1100-NOTE-ONE-CONTROL-RECORD.
020100     EVALUATE JC-JOB-NAME
020200         WHEN 'TRIALBAL'
020300             MOVE JC-RUN-DATE    TO WS-TB-RUN-DATE
020400             MOVE JC-JOB-STATUS  TO WS-TB-STATUS
020500             MOVE JC-RECORDS-IN  TO WS-TB-ACCOUNTS
020600         WHEN 'GLJOURNL'
020700             MOVE JC-RUN-DATE    TO WS-GL-RUN-DATE
020800             MOVE JC-JOB-STATUS  TO WS-GL-STATUS
020900     END-EVALUATE
021000     READ EOJ-CONTROL-FILE
021100         AT END MOVE 'Y' TO WS-EOJ-EOF-SWITCH
021200     END-READ.
021300*
021400 1200-CHECK-GATE.
021500     IF WS-TB-RUN-DATE = ZERO
021600         DISPLAY 'MECLOSE - NO TRIALBAL ON THE CONTROL FILE'
021700             ' - PERIOD NOT CLOSED'
021800         MOVE 8 TO RETURN-CODE
021900         STOP RUN
022000     END-IF
022100     IF NOT WS-TB-PASSED
022200         DISPLAY 'MECLOSE - TRIALBAL OF ' WS-TB-RUN-DATE
022300             ' OUT OF BALANCE - PERIOD NOT CLOSED'
022400         MOVE 8 TO RETURN-CODE
022500         STOP RUN
022600     END-IF
022700     IF WS-GL-RUN-DATE NOT = WS-TB-RUN-DATE
022800         OR NOT WS-GL-PASSED
022900         DISPLAY 'MECLOSE - GLJOURNL HAS NOT POSTED FOR '
023000             WS-TB-RUN-DATE ' - PERIOD NOT CLOSED'
023100         MOVE 8 TO RETURN-CODE
023200         STOP RUN
023300     END-IF
023400     IF WS-TB-RUN-DATE (1:6) NOT = WS-CLOSE-PERIOD
023500         DISPLAY 'MECLOSE - LAST TRIALBAL ' WS-TB-RUN-DATE
023600             ' IS NOT IN PERIOD ' WS-CLOSE-PERIOD
023700             ' - PERIOD NOT CLOSED'
023800         MOVE 8 TO RETURN-CODE
023900         STOP RUN
024000     END-IF.
024100*
024200 1300-CHECK-NOT-CLOSED.
024300     OPEN INPUT OLD-STATUS-FILE
024400     PERFORM 8100-READ-OLD-STATUS
024500     PERFORM 1310-CHECK-ONE-STATUS
024600         UNTIL WS-OLD-EOF
024700     CLOSE OLD-STATUS-FILE
024800     MOVE 'N' TO WS-OLD-EOF-SWITCH.
024900*
025000 1310-CHECK-ONE-STATUS.
025100     IF OS-PERIOD = WS-CLOSE-PERIOD
025200         AND OS-CLOSED
025300         DISPLAY 'MECLOSE - PERIOD ' WS-CLOSE-PERIOD
025400             ' IS ALREADY CLOSED'
025500         MOVE 8 TO RETURN-CODE
025550         CLOSE OLD-STATUS-FILE
025600         STOP RUN
025700     END-IF
025800     PERFORM 8100-READ-OLD-STATUS.
025900*
026000 2000-SNAPSHOT-MASTER.
026100     OPEN INPUT  CURR-MASTER-FILE
026200     OPEN OUTPUT MASTER-ARCHIVE
026300     READ CURR-MASTER-FILE
026400         AT END MOVE 'Y' TO WS-MSTR-EOF-SWITCH
026500     END-READ
026600     PERFORM 2010-SNAPSHOT-ONE-ACCOUNT
026700         UNTIL WS-MSTR-EOF
026800     CLOSE CURR-MASTER-FILE MASTER-ARCHIVE.
026900*
027000 2010-SNAPSHOT-ONE-ACCOUNT.
027100     ADD 1 TO WS-RECORD-NO
027200     COMPUTE WS-CLOSING-BAL = WS-CLOSING-BAL
027300         + BEGIN-BAL + CR-AMT - DR-AMT - SERV-CHG
027400     MOVE WS-CLOSE-PERIOD TO MA-PERIOD
027500     MOVE WS-RECORD-NO    TO MA-RECORD-NO
027600     MOVE MASTER-RECORD   TO MA-MASTER-DATA
027700     WRITE MASTER-ARCHIVE-RECORD
027800     READ CURR-MASTER-FILE
027900         AT END MOVE 'Y' TO WS-MSTR-EOF-SWITCH
028000     END-READ.
028100*
028200*    THE MASTER BEING SNAPSHOT MUST BE THE ONE TRIALBAL PROVED;
028300*    A DIFFERENT COUNT MEANS THE WRONG GENERATION, AND THE
028400*    PERIOD STAYS OPEN.
028500*
028600 2100-PROVE-ACCOUNT-COUNT.
028700     IF WS-RECORD-NO NOT = WS-TB-ACCOUNTS
028800         DISPLAY 'MECLOSE - MASTER HAS ' WS-RECORD-NO
028900             ' ACCOUNTS, TRIALBAL HAD ' WS-TB-ACCOUNTS
029000             ' - PERIOD NOT CLOSED'
029100         MOVE 8 TO RETURN-CODE
029200         STOP RUN
029300     END-IF.
029400*
029500 3000-SNAPSHOT-TRIAL-BALANCE.
029600     OPEN INPUT  TRIAL-BAL-FILE
029700     OPEN OUTPUT TRIAL-BAL-ARCHIVE
029800     READ TRIAL-BAL-FILE
029900         AT END MOVE 'Y' TO WS-TB-EOF-SWITCH
030000     END-READ
030100     PERFORM 3010-SNAPSHOT-ONE-LINE
030200         UNTIL WS-TB-EOF
030300     CLOSE TRIAL-BAL-FILE TRIAL-BAL-ARCHIVE.
030400*
030500 3010-SNAPSHOT-ONE-LINE.
030600     ADD 1 TO WS-TB-LINES
030700     MOVE WS-CLOSE-PERIOD  TO MT-PERIOD
030800     MOVE TRIAL-BAL-RECORD TO MT-PRINT-RECORD
030900     WRITE TRIAL-BAL-ARCHIVE-RECORD
031000     READ TRIAL-BAL-FILE
031100         AT END MOVE 'Y' TO WS-TB-EOF-SWITCH
031200     END-READ.
031300*
031400*    THE STATUS FILE STAYS IN PERIOD ORDER.  A PERIOD FINANCE
031500*    REOPENED IS REPLACED BY THE NEW CLOSE.
031600*
031700 4000-WRITE-PERIOD-STATUS.
031800     OPEN INPUT  OLD-STATUS-FILE
031900     OPEN OUTPUT NEW-STATUS-FILE
032000     PERFORM 8100-READ-OLD-STATUS
032100     PERFORM 4100-CARRY-ONE-STATUS
032200         UNTIL WS-OLD-EOF
032300     IF NOT WS-INSERTED
032400         PERFORM 4200-WRITE-CLOSED-PERIOD
032500     END-IF
032600     CLOSE OLD-STATUS-FILE NEW-STATUS-FILE.
032700*
032800 4100-CARRY-ONE-STATUS.
032900     IF OS-PERIOD NOT < WS-CLOSE-PERIOD
033000         AND NOT WS-INSERTED
033100         PERFORM 4200-WRITE-CLOSED-PERIOD
033200     END-IF
033300     IF OS-PERIOD NOT = WS-CLOSE-PERIOD
033400         MOVE OLD-STATUS-RECORD TO PERIOD-STATUS-RECORD
033500         WRITE PERIOD-STATUS-RECORD
033600     END-IF
033700     PERFORM 8100-READ-OLD-STATUS.
033800*
033900 4200-WRITE-CLOSED-PERIOD.
034000     MOVE 'Y' TO WS-INSERTED-SWITCH
034100     MOVE WS-CLOSE-PERIOD   TO PS-PERIOD
034200     MOVE 'C'               TO PS-STATUS
034300     MOVE WS-RUN-DATE       TO PS-CLOSE-DATE
034400     MOVE WS-RECORD-NO      TO PS-ACCOUNTS
034500     MOVE WS-CLOSING-BAL    TO PS-CLOSING-BAL
034600     MOVE WS-ARCHIVE-VOLUME TO PS-ARCHIVE-VOLUME
034700     WRITE PERIOD-STATUS-RECORD.
034800*
034900*    ONE CATALOG UNIT FOR EACH SNAPSHOT: THE PERIOD WITH 01 FOR
035000*    THE MASTER (KEYED BY RECORD POSITION) AND 02 FOR THE TRIAL
035100*    BALANCE, DATED OVER THE CALENDAR MONTH.
035200*
035300 5000-WRITE-CATALOG-ENTRIES.
035400     MOVE WS-CLOSE-PERIOD TO WS-PERIOD-WORK
035500     PERFORM 8000-LAST-DAY-OF-MONTH
035600     OPEN OUTPUT CATALOG-ENTRY-FILE
035700     MOVE 'MECLOSE '         TO EN-SOURCE
035800     COMPUTE EN-UNIT-ID = WS-CLOSE-PERIOD * 100 + 1
035900     MOVE 1                  TO WS-KEY-WORK
036000     MOVE WS-KEY-WORK        TO EN-KEY-LOW
036100     MOVE WS-RECORD-NO       TO WS-KEY-WORK
036200     MOVE WS-KEY-WORK        TO EN-KEY-HIGH
036300     COMPUTE EN-DATE-LOW  = WS-CLOSE-PERIOD * 100 + 1
036400     COMPUTE EN-DATE-HIGH = WS-CLOSE-PERIOD * 100 + WS-LAST-DAY
036500     MOVE WS-ARCHIVE-VOLUME  TO EN-VOLUME
036600     MOVE WS-RUN-DATE        TO EN-ARCHIVED-DATE
036700     MOVE WS-RETENTION-YEARS TO EN-RETENTION-YEARS
036800     WRITE CATALOG-ENTRY-RECORD
036900     COMPUTE EN-UNIT-ID = WS-CLOSE-PERIOD * 100 + 2
037000     MOVE 'TRIAL BALANCE'    TO EN-KEY-LOW
037100     MOVE 'TRIAL BALANCE'    TO EN-KEY-HIGH
037200     WRITE CATALOG-ENTRY-RECORD
037300     CLOSE CATALOG-ENTRY-FILE.
037400*
037500 8000-LAST-DAY-OF-MONTH.
037600     EVALUATE WS-PW-MM
037700         WHEN 4
037800         WHEN 6
037900         WHEN 9
038000         WHEN 11
038100             MOVE 30 TO WS-LAST-DAY
038200         WHEN 2
038300             DIVIDE WS-PW-YYYY BY 4
038400                 GIVING WS-LEAP-QUOTIENT
038500                 REMAINDER WS-LEAP-REMAINDER
038600             IF WS-LEAP-REMAINDER = ZERO
038700                 MOVE 29 TO WS-LAST-DAY
038800             ELSE
038900                 MOVE 28 TO WS-LAST-DAY
039000             END-IF
039100         WHEN OTHER
039200             MOVE 31 TO WS-LAST-DAY
039300     END-EVALUATE.
039400*
039500 8100-READ-OLD-STATUS.
039600     READ OLD-STATUS-FILE
039700         AT END MOVE 'Y' TO WS-OLD-EOF-SWITCH
039800     END-READ.
039900*
040000 9999-EXIT.
040100     STOP RUN.
