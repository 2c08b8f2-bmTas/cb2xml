000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRMCHRPT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  NIGHTLY BATCH - REFERENCE MAINTENANCE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - BATCH PARAMETER CHANGE     *
001400*                   REPORT FOR THE AUDITORS.  LISTS EVERY CHANGE *
001500*                   PRMMNT PROCESSED IN THE PERIOD FROM THE      *
001600*                   PERMANENT CHANGE LOG (PRMLOG.CPY), APPLIED   *
001700*                   OR REJECTED, WITH THE VALUE BEFORE AND       *
001800*                   AFTER, THE MAKER AND THE CHECKER.  A CHANGE  *
001900*                   WHOSE EFFECTIVE DATE IS EARLIER THAN THE DAY *
002000*                   IT WAS APPLIED IS FLAGGED 'B' AS BACK-DATED. *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL PARM-FILE ASSIGN TO PRMCRPRM
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT PRM-LOG-FILE       ASSIGN TO PRMLOG
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT CHANGE-REPORT      ASSIGN TO PRMCRRPT
003400         ORGANIZATION IS SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700*
003800*    THE PERIOD TO REPORT, FIRST AND LAST APPLIED DATE.  ZERO
003900*    DATES TAKE THE MONTH BEFORE THE ONE THE RUN FALLS IN.
004000*
004100 FD  PARM-FILE.
004200 01  PARM-RECORD.
004300     05  RC-FROM-DATE            PIC 9(08).
004400     05  RC-TO-DATE              PIC 9(08).
004500*
004600 FD  PRM-LOG-FILE.
004700     COPY "PRMLOG.cpy".
004800*
004900 FD  CHANGE-REPORT.
005000 01  CHANGE-REPORT-RECORD.
005100     05  RP-CARRIAGE-CONTROL     PIC X(01).
005200     05  RP-PRINT-LINE           PIC X(132).
005300*
005400 WORKING-STORAGE SECTION.
005500*
005600 01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
005700     88  WS-LOG-EOF              VALUE 'Y'.
005800*
005900 01  WS-RUN-DATE                 PIC 9(08).
006000 01  WS-DATE-WORK.
006100     05  WS-DW-YYYY              PIC 9(04).
006200     05  WS-DW-MM                PIC 9(02).
006300     05  WS-DW-DD                PIC 9(02).
006400 01  WS-FROM-DATE                PIC 9(08) VALUE 0.
006500 01  WS-TO-DATE                  PIC 9(08) VALUE 0.
006600*
006700 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
006800 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
006900 01  WS-BACK-DATED-COUNT         PIC 9(07) VALUE 0.
007000*
007100*    THE CHANGE AS APPROVED IS UNPACKED HERE FROM THE LOG.
007200*
007300     COPY "PRMCHG.cpy".
007400*
007500 01  WS-HEADING-LINE.
007600     05  FILLER                  PIC X(44)
007700         VALUE 'PRMCHRPT - BATCH PARAMETER CHANGES  RUN     '.
007800     05  H1-RUN-DATE             PIC 9(08).
007900     05  FILLER                  PIC X(08) VALUE '   FROM '.
008000     05  H1-FROM-DATE            PIC 9(08).
008100     05  FILLER                  PIC X(04) VALUE ' TO '.
008200     05  H1-TO-DATE              PIC 9(08).
008300     05  FILLER                  PIC X(52) VALUE SPACES.
008400*
008500 01  WS-COLUMN-LINE.
008600     05  FILLER                  PIC X(44)
008700         VALUE 'APPLIED  CHANGE   A PROGRAM  PARAMETER      '.
008800     05  FILLER                  PIC X(44)
008900         VALUE '  EFF DATE      VALUE WAS       VALUE NOW   '.
009000     05  FILLER                  PIC X(44)
009100         VALUE 'MAKER    CHECKER  DISPOSITION               '.
009200*
009300 01  WS-DETAIL-LINE.
009400     05  DL-APPLIED-DATE         PIC 9(08).
009500     05  FILLER                  PIC X(01) VALUE SPACES.
009600     05  DL-CHANGE-ID            PIC 9(08).
009700     05  FILLER                  PIC X(01) VALUE SPACES.
009800     05  DL-ACTION-CODE          PIC X(01).
009900     05  FILLER                  PIC X(01) VALUE SPACES.
010000     05  DL-PROGRAM              PIC X(08).
010100     05  FILLER                  PIC X(01) VALUE SPACES.
010200     05  DL-PARM-NAME            PIC X(16).
010300     05  FILLER                  PIC X(01) VALUE SPACES.
010400     05  DL-EFFECTIVE-DATE       PIC 9(08).
010500     05  DL-BACK-DATED-FLAG      PIC X(01).
010600     05  FILLER                  PIC X(01) VALUE SPACES.
010700     05  DL-OLD-VALUE            PIC -(7)9.9(6).
010800     05  FILLER                  PIC X(01) VALUE SPACES.
010900     05  DL-NEW-VALUE            PIC -(7)9.9(6).
011000     05  FILLER                  PIC X(01) VALUE SPACES.
011100     05  DL-MAKER-OPER           PIC X(08).
011200     05  FILLER                  PIC X(01) VALUE SPACES.
011300     05  DL-CHECKER-OPER         PIC X(08).
011400     05  FILLER                  PIC X(01) VALUE SPACES.
011500     05  DL-DISPOSITION          PIC X(25).
011600     05  FILLER                  PIC X(01) VALUE SPACES.
011700*
011800*    A PARAMETER WITH A TEXT VALUE GETS A SECOND LINE SHOWING
011900*    THE TEXT BEFORE AND AFTER.
012000*
012100 01  WS-TEXT-LINE.
012200     05  FILLER                  PIC X(29) VALUE SPACES.
012300     05  FILLER                  PIC X(10) VALUE 'TEXT WAS  '.
012400     05  TL-OLD-TEXT-VALUE       PIC X(20).
012500     05  FILLER                  PIC X(10) VALUE '  NOW     '.
012600     05  TL-NEW-TEXT-VALUE       PIC X(20).
012700     05  FILLER                  PIC X(43) VALUE SPACES.
012800*
012900 01  WS-TOTAL-LINE.
013000     05  TT-CAPTION              PIC X(30).
013100     05  TT-COUNT                PIC ZZZZZZZZ9.
013200     05  FILLER                  PIC X(93) VALUE SPACES.
013300*
013400 PROCEDURE DIVISION.
013500*
013600 0000-MAINLINE.
013700     PERFORM 1000-INITIALIZE
013800     PERFORM 2000-TAKE-ONE-LOG-RECORD
013900         UNTIL WS-LOG-EOF
014000     PERFORM 5000-PRINT-TOTALS
014100     DISPLAY 'PRMCHRPT - CHANGES APPLIED:  ' WS-APPLIED-COUNT
014200     DISPLAY 'PRMCHRPT - CHANGES REJECTED: ' WS-REJECTED-COUNT
014300     DISPLAY 'PRMCHRPT - BACK-DATED:       ' WS-BACK-DATED-COUNT
014400     PERFORM 9999-EXIT.
014500*
014600 1000-INITIALIZE.
014700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014800     OPEN INPUT PARM-FILE
014900     READ PARM-FILE
015000         AT END
015100             CONTINUE
015200         NOT AT END
015300             MOVE RC-FROM-DATE TO WS-FROM-DATE
015400             MOVE RC-TO-DATE   TO WS-TO-DATE
015500     END-READ
015600     CLOSE PARM-FILE
015700     IF WS-FROM-DATE = ZERO OR WS-TO-DATE = ZERO
015800         PERFORM 1100-SET-PRIOR-MONTH
015900     END-IF
016000     OPEN INPUT  PRM-LOG-FILE
016100     OPEN OUTPUT CHANGE-REPORT
016200     MOVE WS-RUN-DATE  TO H1-RUN-DATE
016300     MOVE WS-FROM-DATE TO H1-FROM-DATE
016400     MOVE WS-TO-DATE   TO H1-TO-DATE
016500     MOVE '1' TO RP-CARRIAGE-CONTROL
016600     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
016700     WRITE CHANGE-REPORT-RECORD
016800     MOVE '0' TO RP-CARRIAGE-CONTROL
016900     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
017000     WRITE CHANGE-REPORT-RECORD
017100     READ PRM-LOG-FILE
017200         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
017300     END-READ.
017400*
017500 1100-SET-PRIOR-MONTH.
017600     MOVE WS-RUN-DATE TO WS-DATE-WORK
017700     IF WS-DW-MM = 1
017800         SUBTRACT 1 FROM WS-DW-YYYY
017900         MOVE 12 TO WS-DW-MM
018000     ELSE
018100         SUBTRACT 1 FROM WS-DW-MM
018200     END-IF
018300     COMPUTE WS-FROM-DATE = WS-DW-YYYY * 10000
018320         + WS-DW-MM * 100 + 1
018400     COMPUTE WS-TO-DATE   = WS-DW-YYYY * 10000
018420         + WS-DW-MM * 100 + 31.
018500*
018600******************************************************************
018700*    ONE LINE PER LOGGED CHANGE IN THE PERIOD, IN THE ORDER      *
018800*    PRMMNT APPLIED THEM.                                        *
018900******************************************************************
019000*
019100 2000-TAKE-ONE-LOG-RECORD.
019200     IF PL-APPLIED-DATE NOT < WS-FROM-DATE
019300         AND PL-APPLIED-DATE NOT > WS-TO-DATE
019400         PERFORM 2100-PRINT-ONE-CHANGE
019500     END-IF
019600     READ PRM-LOG-FILE
019700         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
019800     END-READ.
019900*
020000 2100-PRINT-ONE-CHANGE.
020100     MOVE PL-CHANGE-IMAGE TO PARAMETER-CHANGE-RECORD
020200     IF PL-APPLIED
020300         ADD 1 TO WS-APPLIED-COUNT
020400     ELSE
020500         ADD 1 TO WS-REJECTED-COUNT
020600     END-IF
020700     IF PC-EFFECTIVE-DATE < PL-APPLIED-DATE
020800         ADD 1 TO WS-BACK-DATED-COUNT
020900         MOVE 'B' TO DL-BACK-DATED-FLAG
021000     ELSE
021100         MOVE SPACE TO DL-BACK-DATED-FLAG
021200     END-IF
021300     MOVE PL-APPLIED-DATE      TO DL-APPLIED-DATE
021400     MOVE PC-CHANGE-ID         TO DL-CHANGE-ID
021500     MOVE PC-ACTION-CODE       TO DL-ACTION-CODE
021600     MOVE PC-PROGRAM           TO DL-PROGRAM
021700     MOVE PC-PARM-NAME         TO DL-PARM-NAME
021800     MOVE PC-EFFECTIVE-DATE    TO DL-EFFECTIVE-DATE
021900     MOVE PL-OLD-NUMERIC-VALUE TO DL-OLD-VALUE
022000     IF PC-DELETE
022100         MOVE 0 TO DL-NEW-VALUE
022200     ELSE
022300         MOVE PC-NUMERIC-VALUE TO DL-NEW-VALUE
022400     END-IF
022500     MOVE PC-MAKER-OPER        TO DL-MAKER-OPER
022600     MOVE PC-CHECKER-OPER      TO DL-CHECKER-OPER
022700     MOVE PL-DISPOSITION       TO DL-DISPOSITION
022800     MOVE ' ' TO RP-CARRIAGE-CONTROL
022900     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
023000     WRITE CHANGE-REPORT-RECORD
023100     IF PL-OLD-TEXT-VALUE NOT = SPACES
023200         OR (PC-TEXT-VALUE NOT = SPACES AND NOT PC-DELETE)
023300         MOVE PL-OLD-TEXT-VALUE TO TL-OLD-TEXT-VALUE
023400         IF PC-DELETE
023500             MOVE SPACES TO TL-NEW-TEXT-VALUE
023600         ELSE
023700             MOVE PC-TEXT-VALUE TO TL-NEW-TEXT-VALUE
023800         END-IF
023900         MOVE WS-TEXT-LINE TO RP-PRINT-LINE
024000         WRITE CHANGE-REPORT-RECORD
024100     END-IF.
024200*
024300 5000-PRINT-TOTALS.
024400     MOVE '0' TO RP-CARRIAGE-CONTROL
024500     MOVE SPACES TO RP-PRINT-LINE
024600     WRITE CHANGE-REPORT-RECORD
024700     MOVE 'CHANGES APPLIED               ' TO TT-CAPTION
024800     MOVE WS-APPLIED-COUNT TO TT-COUNT
024900     PERFORM 5010-PRINT-TOTAL-LINE
025000     MOVE 'CHANGES REJECTED              ' TO TT-CAPTION
025100     MOVE WS-REJECTED-COUNT TO TT-COUNT
025200     PERFORM 5010-PRINT-TOTAL-LINE
025300     MOVE 'BACK-DATED (FLAGGED B)        ' TO TT-CAPTION
025400     MOVE WS-BACK-DATED-COUNT TO TT-COUNT
025500     PERFORM 5010-PRINT-TOTAL-LINE.
025600*
025700 5010-PRINT-TOTAL-LINE.
025800     MOVE ' ' TO RP-CARRIAGE-CONTROL
025900     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
026000     WRITE CHANGE-REPORT-RECORD.
026100*
026200 9999-EXIT.
026300     CLOSE PRM-LOG-FILE CHANGE-REPORT
026400     STOP RUN.
