000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CRLMON.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  ACCOUNT MASTER BATCH - DAILY BALANCING.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - NIGHTLY CREDIT LIMIT       *
001400*                   MONITOR OVER MSTRCUR.  EACH ACCOUNT'S        *
001500*                   CLOSING POSITION (BEGIN-BAL PLUS CR-AMT LESS *
001600*                   DR-AMT LESS SERV-CHG, AS MSTRBAL WORKS IT)   *
001700*                   IS HELD AGAINST ITS LIMIT ON THE CREDIT      *
001800*                   LIMIT FILE (CRLIMIT.CPY), WHICH RIDES BY     *
001900*                   POSITION AS THE DORMANCY FILE DOES.  THE     *
002000*                   REPORT LISTS ACCOUNTS OVER THE LIMIT, WITHIN *
002100*                   THE WARNING PERCENTAGE OF IT, AND WITH A     *
002200*                   LIMIT BUT NO ACTIVITY.  AN ACCOUNT OVER FOR  *
002300*                   THE PARAMETER NUMBER OF DAYS IS MOVED TO THE *
002400*                   OVER-LIMIT SPECL-HANDL CLASS ON THE MASTER   *
002500*                   WRITTEN FORWARD, SO FEECALC CHARGES THE      *
002600*                   OVER-LIMIT FEE FROM THAT CLASS'S SCHEDULE    *
002700*                   ENTRY; BACK WITHIN THE LIMIT, OR WITH THE    *
002800*                   LIMIT DELETED, IT GETS ITS OWN CLASS BACK.   *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CURR-MASTER-FILE ASSIGN TO MSTRCUR
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT OPTIONAL OLD-LIMIT-FILE ASSIGN TO CRLMOLD
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT NEW-LIMIT-FILE   ASSIGN TO CRLMNEW
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT OPTIONAL LIMIT-PARM-FILE ASSIGN TO CRLMPARM
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT LIMIT-MASTER-OUT ASSIGN TO MSTRCRLO
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT LIMIT-REPORT     ASSIGN TO CRLMRPT
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  CURR-MASTER-FILE.
005200     COPY "MSTREC.cpy".
005300*
005400 FD  OLD-LIMIT-FILE.
005500 01  OLD-LIMIT-RECORD            PIC X(45).
005600*
005700 FD  NEW-LIMIT-FILE.
005800     COPY "CRLIMIT.cpy".
005900*
006000*    THE WARNING PERCENTAGE FOR LIMITS THAT CARRY NONE, THE DAYS
006100*    AN ACCOUNT MAY STAY OVER BEFORE ITS CLASS IS CHANGED, AND
006200*    THE OVER-LIMIT SPECL-HANDL CLASS.
006300*
006400 FD  LIMIT-PARM-FILE.
006500 01  LIMIT-PARM-RECORD.
006600     05  LP-WARN-PCT             PIC 9(03).
006700     05  LP-OVER-DAYS            PIC 9(03).
006800     05  LP-OVER-CLASS           PIC X(01).
006900*
007000 FD  LIMIT-MASTER-OUT.
007100 01  LIMIT-MASTER-RECORD         PIC X(72).
007200*
007300 FD  LIMIT-REPORT.
007400 01  LIMIT-REPORT-RECORD.
007500     05  RP-CARRIAGE-CONTROL     PIC X(01).
007600     05  RP-PRINT-LINE           PIC X(132).
007700*
007800 WORKING-STORAGE SECTION.
007900*
008000 01  WS-MSTR-EOF-SWITCH          PIC X(01) VALUE 'N'.
008100     88  WS-MSTR-EOF             VALUE 'Y'.
008200 01  WS-LIMIT-EOF-SWITCH         PIC X(01) VALUE 'N'.
008300     88  WS-LIMIT-EOF            VALUE 'Y'.
008400*
008500 01  WS-WARN-PCT                 PIC 9(03) VALUE 90.
008600 01  WS-OVER-DAYS                PIC 9(03) VALUE 3.
008700 01  WS-OVER-CLASS               PIC X(01) VALUE 'O'.
008800*
008900 01  WS-RUN-DATE                 PIC 9(08).
009000 01  WS-RUN-DAYS                 PIC 9(09) COMP.
009100 01  WS-BILL-DAYS                PIC 9(09) COMP.
009200 01  WS-DATE-WORK.
009300     05  WS-DW-YYYY              PIC 9(04).
009400     05  WS-DW-MM                PIC 9(02).
009500     05  WS-DW-DD                PIC 9(02).
009600*
009700 01  WS-RECORD-NO                PIC 9(09) VALUE 0.
009800 01  WS-CLOSING-BAL              PIC S9(15)V99 COMP-3.
009900 01  WS-DEBIT-USED               PIC S9(15)V99 COMP-3.
010000 01  WS-LIMIT-PCT                PIC 9(03).
010100 01  WS-DAYS-OVER                PIC 9(05).
010200 01  WS-CONDITION                PIC X(24).
010300*
010400 01  WS-OVER-COUNT               PIC 9(07) VALUE 0.
010500 01  WS-NEWLY-OVER-COUNT         PIC 9(07) VALUE 0.
010600 01  WS-CLASS-SET-COUNT          PIC 9(07) VALUE 0.
010700 01  WS-CLASS-RESTORED-COUNT     PIC 9(07) VALUE 0.
010800 01  WS-WARNING-COUNT            PIC 9(07) VALUE 0.
010900 01  WS-NO-ACTIVITY-COUNT        PIC 9(07) VALUE 0.
011000 01  WS-LIMITS-HELD              PIC 9(07) VALUE 0.
011100*
011200 01  WS-HEADING-LINE.
011300     05  FILLER                  PIC X(44)
011400         VALUE 'CRLMON - CREDIT LIMIT MONITOR               '.
011500     05  H1-RUN-DATE             PIC 9(08).
011600     05  FILLER                  PIC X(80) VALUE SPACES.
011700*
011800 01  WS-COLUMN-LINE.
011900     05  FILLER                  PIC X(44)
012000         VALUE 'RECORD          CLOSING BALANCE          CRE'.
012100     05  FILLER                  PIC X(44)
012200         VALUE 'DIT LIMIT    DAYS CLASS HOME  CONDITION     '.
012300     05  FILLER                  PIC X(44) VALUE SPACES.
012400*
012500 01  WS-DETAIL-LINE.
012600     05  DL-RECORD-NO            PIC 9(09).
012700     05  FILLER                  PIC X(02) VALUE SPACES.
012800     05  DL-CLOSING-BAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
012900     05  FILLER                  PIC X(01) VALUE SPACES.
013000     05  DL-CREDIT-LIMIT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
013100     05  FILLER                  PIC X(03) VALUE SPACES.
013200     05  DL-DAYS-OVER            PIC ZZZZ9.
013300     05  FILLER                  PIC X(03) VALUE SPACES.
013400     05  DL-CLASS                PIC X(01).
013500     05  FILLER                  PIC X(05) VALUE SPACES.
013600     05  DL-HOME-CLASS           PIC X(01).
013700     05  FILLER                  PIC X(03) VALUE SPACES.
013800     05  DL-CONDITION            PIC X(24).
013900     05  FILLER                  PIC X(34) VALUE SPACES.
014000*
014100 01  WS-TOTAL-LINE.
014200     05  TT-CAPTION              PIC X(30).
014300     05  TT-COUNT                PIC ZZZZZZZZ9.
014400     05  FILLER                  PIC X(93) VALUE SPACES.
014500*
014600 PROCEDURE DIVISION.
014700*
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE
015000     PERFORM 2000-MONITOR-ONE-ACCOUNT
015100         UNTIL WS-MSTR-EOF
015200     PERFORM 3000-CARRY-ONE-LIMIT
015300         UNTIL WS-LIMIT-EOF
015400     PERFORM 6000-PRINT-TOTALS
015500     DISPLAY 'CRLMON - ACCOUNTS OVER LIMIT:   ' WS-OVER-COUNT
015600     DISPLAY 'CRLMON - OVER-LIMIT CLASS SET:  ' WS-CLASS-SET-COUNT
015700     DISPLAY 'CRLMON - WITHIN WARNING:        ' WS-WARNING-COUNT
015800     DISPLAY 'CRLMON - LIMIT, NO ACTIVITY:    '
015900         WS-NO-ACTIVITY-COUNT
016000     PERFORM 9999-EXIT.
016100*
016200 1000-INITIALIZE.
016300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016400     MOVE WS-RUN-DATE TO WS-DATE-WORK
016500     PERFORM 8000-DATE-TO-DAYS
016600     MOVE WS-BILL-DAYS TO WS-RUN-DAYS
016700     OPEN INPUT LIMIT-PARM-FILE
016800     READ LIMIT-PARM-FILE
016900         AT END
017000             CONTINUE
017100         NOT AT END
017200             IF LP-WARN-PCT > ZERO
017300                 MOVE LP-WARN-PCT TO WS-WARN-PCT
017400             END-IF
017500             MOVE LP-OVER-DAYS TO WS-OVER-DAYS
017600             IF LP-OVER-CLASS NOT = SPACE
017700                 MOVE LP-OVER-CLASS TO WS-OVER-CLASS
017800             END-IF
017900     END-READ
018000     CLOSE LIMIT-PARM-FILE
018100     OPEN INPUT  CURR-MASTER-FILE
018200     OPEN INPUT  OLD-LIMIT-FILE
018300     OPEN OUTPUT NEW-LIMIT-FILE
018400     OPEN OUTPUT LIMIT-MASTER-OUT
018500     OPEN OUTPUT LIMIT-REPORT
018600     MOVE WS-RUN-DATE TO H1-RUN-DATE
018700     MOVE '1' TO RP-CARRIAGE-CONTROL
018800     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
018900     WRITE LIMIT-REPORT-RECORD
019000     MOVE '0' TO RP-CARRIAGE-CONTROL
019100     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
019200     WRITE LIMIT-REPORT-RECORD
019300     READ CURR-MASTER-FILE
019400         AT END MOVE 'Y' TO WS-MSTR-EOF-SWITCH
019500     END-READ.
019600*
019700*    THE LIMIT FILE RUNS IN STEP WITH THE MASTER; A NEW ACCOUNT
019800*    PAST THE LIMIT FILE'S END STARTS WITH NO LIMIT.
019900*
020000 2000-MONITOR-ONE-ACCOUNT.
020100     ADD 1 TO WS-RECORD-NO
020200     PERFORM 2100-READ-ONE-LIMIT
020300     COMPUTE WS-CLOSING-BAL =
020400         BEGIN-BAL + CR-AMT - DR-AMT - SERV-CHG
020500     IF WS-CLOSING-BAL < ZERO
020600         COMPUTE WS-DEBIT-USED = ZERO - WS-CLOSING-BAL
020700     ELSE
020800         MOVE ZERO TO WS-DEBIT-USED
020900     END-IF
021000     IF CL-CREDIT-LIMIT = ZERO
021100         IF CL-CLASS-SET
021200             PERFORM 2500-RESTORE-HOME-CLASS
021300         END-IF
021400         MOVE 'N' TO CL-STATUS
021500         MOVE ZERO TO CL-OVER-SINCE
021600     ELSE
021700         ADD 1 TO WS-LIMITS-HELD
021800         PERFORM 2200-TEST-ONE-LIMIT
021900     END-IF
022000     WRITE CREDIT-LIMIT-RECORD
022100     MOVE MASTER-RECORD TO LIMIT-MASTER-RECORD
022200     WRITE LIMIT-MASTER-RECORD
022300     READ CURR-MASTER-FILE
022400         AT END MOVE 'Y' TO WS-MSTR-EOF-SWITCH
022500     END-READ.
022600*
022700 2100-READ-ONE-LIMIT.
022800     IF NOT WS-LIMIT-EOF
022900         READ OLD-LIMIT-FILE
023000             AT END
023100                 MOVE 'Y' TO WS-LIMIT-EOF-SWITCH
023200         END-READ
023300     END-IF
023400     IF WS-LIMIT-EOF
023500         MOVE SPACES TO CREDIT-LIMIT-RECORD
023600         MOVE ZERO TO CL-CREDIT-LIMIT
023700         MOVE ZERO TO CL-WARN-PCT
023800         MOVE 'N'  TO CL-STATUS
023900         MOVE ZERO TO CL-OVER-SINCE
024000         MOVE ZERO TO CL-CHANGE-DATE
024100     ELSE
024200         MOVE OLD-LIMIT-RECORD TO CREDIT-LIMIT-RECORD
024300     END-IF
024400     MOVE WS-RECORD-NO TO CL-RECORD-NO.
024500*
024600 2200-TEST-ONE-LIMIT.
024700     IF NO-CREDITS = ZERO AND NO-DEBITS = ZERO
024800         ADD 1 TO WS-NO-ACTIVITY-COUNT
024900         MOVE ZERO TO WS-DAYS-OVER
025000         MOVE 'LIMIT BUT NO ACTIVITY' TO WS-CONDITION
025100         PERFORM 2900-PRINT-ONE-ACCOUNT
025200     END-IF
025300     IF WS-DEBIT-USED > CL-CREDIT-LIMIT
025400         PERFORM 2300-TEST-DAYS-OVER
025500     ELSE
025600         IF CL-CLASS-SET
025700             PERFORM 2500-RESTORE-HOME-CLASS
025800             MOVE ZERO TO WS-DAYS-OVER
025900             MOVE 'BACK WITHIN LIMIT' TO WS-CONDITION
026000             PERFORM 2900-PRINT-ONE-ACCOUNT
026100         END-IF
026200         MOVE ZERO TO CL-OVER-SINCE
026300         PERFORM 2600-TEST-WARNING
026400     END-IF.
026500*
026600*    DAYS OVER COUNT FROM THE FIRST NIGHT THE ACCOUNT WAS SEEN
026700*    OVER ITS LIMIT.
026800*
026900 2300-TEST-DAYS-OVER.
027000     ADD 1 TO WS-OVER-COUNT
027100     IF NOT CL-OVER-LIMIT AND NOT CL-CLASS-SET
027200         ADD 1 TO WS-NEWLY-OVER-COUNT
027300         MOVE 'O' TO CL-STATUS
027400         MOVE WS-RUN-DATE TO CL-OVER-SINCE
027500     END-IF
027600     MOVE CL-OVER-SINCE TO WS-DATE-WORK
027700     PERFORM 8000-DATE-TO-DAYS
027800     COMPUTE WS-DAYS-OVER = WS-RUN-DAYS - WS-BILL-DAYS
027900     IF CL-OVER-LIMIT AND WS-DAYS-OVER NOT < WS-OVER-DAYS
028000         PERFORM 2400-SET-OVER-CLASS
028100         MOVE 'OVER LIMIT - CLASS SET' TO WS-CONDITION
028200     ELSE
028300         MOVE 'OVER LIMIT' TO WS-CONDITION
028400     END-IF
028500     PERFORM 2900-PRINT-ONE-ACCOUNT.
028600*
028700 2400-SET-OVER-CLASS.
028800     ADD 1 TO WS-CLASS-SET-COUNT
028900     MOVE SPECL-HANDL TO CL-HOME-CLASS
029000     MOVE WS-OVER-CLASS TO SPECL-HANDL
029100     MOVE 'X' TO CL-STATUS.
029200*
029300 2500-RESTORE-HOME-CLASS.
029400     ADD 1 TO WS-CLASS-RESTORED-COUNT
029500     IF SPECL-HANDL = WS-OVER-CLASS
029600         MOVE CL-HOME-CLASS TO SPECL-HANDL
029700     END-IF
029800     MOVE SPACE TO CL-HOME-CLASS.
029900*
030000 2600-TEST-WARNING.
030100     IF CL-WARN-PCT > ZERO
030200         MOVE CL-WARN-PCT TO WS-LIMIT-PCT
030300     ELSE
030400         MOVE WS-WARN-PCT TO WS-LIMIT-PCT
030500     END-IF
030600     IF WS-DEBIT-USED * 100 NOT < CL-CREDIT-LIMIT * WS-LIMIT-PCT
030700         AND WS-DEBIT-USED > ZERO
030800         ADD 1 TO WS-WARNING-COUNT
030900         MOVE 'W' TO CL-STATUS
031000         MOVE ZERO TO WS-DAYS-OVER
031100         MOVE 'WITHIN WARNING' TO WS-CONDITION
031200         PERFORM 2900-PRINT-ONE-ACCOUNT
031300     ELSE
031400         MOVE 'N' TO CL-STATUS
031500     END-IF.
031600*
031700 2900-PRINT-ONE-ACCOUNT.
031800     MOVE WS-RECORD-NO    TO DL-RECORD-NO
031900     MOVE WS-CLOSING-BAL  TO DL-CLOSING-BAL
032000     MOVE CL-CREDIT-LIMIT TO DL-CREDIT-LIMIT
032100     MOVE WS-DAYS-OVER    TO DL-DAYS-OVER
032200     MOVE SPECL-HANDL     TO DL-CLASS
032300     MOVE CL-HOME-CLASS   TO DL-HOME-CLASS
032400     MOVE WS-CONDITION    TO DL-CONDITION
032500     MOVE ' ' TO RP-CARRIAGE-CONTROL
032600     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
032700     WRITE LIMIT-REPORT-RECORD.
032800*
032900*    LIMITS SET AHEAD OF ACCOUNTS NOT YET ON THE MASTER ARE
033000*    CARRIED FORWARD AS THEY STAND.
033100*
033200 3000-CARRY-ONE-LIMIT.
033300     READ OLD-LIMIT-FILE
033400         AT END
033500             MOVE 'Y' TO WS-LIMIT-EOF-SWITCH
033600         NOT AT END
033700             MOVE OLD-LIMIT-RECORD TO CREDIT-LIMIT-RECORD
033800             WRITE CREDIT-LIMIT-RECORD
033900     END-READ.
034000*
034100 6000-PRINT-TOTALS.
034200     MOVE '0' TO RP-CARRIAGE-CONTROL
034300     MOVE SPACES TO RP-PRINT-LINE
034400     WRITE LIMIT-REPORT-RECORD
034500     MOVE 'ACCOUNTS WITH A LIMIT         ' TO TT-CAPTION
034600     MOVE WS-LIMITS-HELD TO TT-COUNT
034700     PERFORM 6010-PRINT-TOTAL-LINE
034800     MOVE 'ACCOUNTS OVER LIMIT           ' TO TT-CAPTION
034900     MOVE WS-OVER-COUNT TO TT-COUNT
035000     PERFORM 6010-PRINT-TOTAL-LINE
035100     MOVE 'NEWLY OVER LIMIT              ' TO TT-CAPTION
035200     MOVE WS-NEWLY-OVER-COUNT TO TT-COUNT
035300     PERFORM 6010-PRINT-TOTAL-LINE
035400     MOVE 'OVER-LIMIT CLASS SET          ' TO TT-CAPTION
035500     MOVE WS-CLASS-SET-COUNT TO TT-COUNT
035600     PERFORM 6010-PRINT-TOTAL-LINE
035700     MOVE 'OWN CLASS RESTORED            ' TO TT-CAPTION
035800     MOVE WS-CLASS-RESTORED-COUNT TO TT-COUNT
035900     PERFORM 6010-PRINT-TOTAL-LINE
036000     MOVE 'WITHIN WARNING PERCENTAGE     ' TO TT-CAPTION
036100     MOVE WS-WARNING-COUNT TO TT-COUNT
036200     PERFORM 6010-PRINT-TOTAL-LINE
036300     MOVE 'LIMIT BUT NO ACTIVITY         ' TO TT-CAPTION
036400     MOVE WS-NO-ACTIVITY-COUNT TO TT-COUNT
036500     PERFORM 6010-PRINT-TOTAL-LINE.
036600*
036700 6010-PRINT-TOTAL-LINE.
036800     MOVE ' ' TO RP-CARRIAGE-CONTROL
036900     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
037000     WRITE LIMIT-REPORT-RECORD.
037100*
037200*    YYYYMMDD TO AN APPROXIMATE DAY COUNT (365-DAY YEARS,
037300*    30-DAY MONTHS), AS INVAGING AGES ITS BUCKETS.
037400*
037500 8000-DATE-TO-DAYS.
037600     COMPUTE WS-BILL-DAYS =
037700         WS-DW-YYYY * 365 + WS-DW-MM * 30 + WS-DW-DD.
037800*
037900 9999-EXIT.
038000     CLOSE CURR-MASTER-FILE OLD-LIMIT-FILE NEW-LIMIT-FILE
038100           LIMIT-MASTER-OUT LIMIT-REPORT
038200     STOP RUN.
