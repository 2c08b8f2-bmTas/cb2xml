000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPRCERT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  NIGHTLY BATCH - COMMON OPERATOR SERVICES.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - QUARTERLY ACCESS           *
001400*                   RECERTIFICATION REPORT.  LISTS EVERY         *
001500*                   AUTHORITY ON THE OPERATOR AUTHORITY MASTER   *
001600*                   (OPRAUTH.CPY), A NEW PAGE FOR EACH MANAGER   *
001700*                   AND A GROUP FOR EACH OPERATOR, WITH A LINE   *
001800*                   FOR THE MANAGER TO CONFIRM OR REVOKE.  AN    *
001900*                   AUTHORITY ALREADY PAST ITS EXPIRY DATE IS    *
002000*                   FLAGGED SO IT CAN BE DELETED THROUGH OPRMNT. *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT AUTHORITY-FILE ASSIGN TO OPRAUTH
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
003200     SELECT AUTH-SORTED    ASSIGN TO OPRCSRT
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT CERT-REPORT    ASSIGN TO OPRCRPT
003500         ORGANIZATION IS SEQUENTIAL.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  AUTHORITY-FILE.
003900 01  AUTHORITY-IN-RECORD         PIC X(94).
004000*
004100*    THE MASTER RESEQUENCED BY MANAGER, OPERATOR AND MASTER FILE.
004200*
004300 SD  SORT-WORK-FILE.
004400 01  SORT-WORK-RECORD.
004500     05  SW-OPER-ID              PIC X(08).
004600     05  SW-MASTER-FILE          PIC X(08).
004700     05  FILLER                  PIC X(54).
004800     05  SW-MANAGER-ID           PIC X(08).
004900     05  FILLER                  PIC X(16).
005000*
005100 FD  AUTH-SORTED.
005200     COPY "OPRAUTH.cpy".
005300*
005400 FD  CERT-REPORT.
005500 01  CERT-REPORT-RECORD.
005600     05  RP-CARRIAGE-CONTROL     PIC X(01).
005700     05  RP-PRINT-LINE           PIC X(132).
005800*
005900 WORKING-STORAGE SECTION.
006000*
006100 01  WS-SORTED-EOF-SWITCH        PIC X(01) VALUE 'N'.
006200     88  WS-SORTED-EOF           VALUE 'Y'.
006300*
006400 01  WS-RUN-DATE                 PIC 9(08).
006500 01  WS-OPEN-ENDED-DATE          PIC 9(08) VALUE 99999999.
006600 01  WS-CURRENT-MANAGER          PIC X(08).
006700 01  WS-CURRENT-OPERATOR         PIC X(08).
006800*
006900 01  WS-MANAGER-COUNT            PIC 9(07) VALUE 0.
007000 01  WS-OPERATOR-COUNT           PIC 9(07) VALUE 0.
007100 01  WS-AUTHORITY-COUNT          PIC 9(07) VALUE 0.
007200 01  WS-EXPIRED-COUNT            PIC 9(07) VALUE 0.
007300*
007400 01  WS-HEADING-LINE.
007500     05  FILLER                  PIC X(44)
007600         VALUE 'OPRCERT - QUARTERLY ACCESS RECERTIFICATION  '.
007700     05  FILLER                  PIC X(04) VALUE 'RUN '.
007800     05  H1-RUN-DATE             PIC 9(08).
007900     05  FILLER                  PIC X(12) VALUE '   MANAGER  '.
008000     05  H1-MANAGER-ID           PIC X(08).
008100     05  FILLER                  PIC X(56) VALUE SPACES.
008200*
008300 01  WS-COLUMN-LINE.
008400     05  FILLER                  PIC X(44)
008500         VALUE 'OPERATOR OPERATOR NAME                  MAST'.
008600     05  FILLER                  PIC X(44)
008700         VALUE 'ER   A C D    VALUE LIMIT EXPIRES  GRANT BY '.
008800     05  FILLER                  PIC X(44)
008900         VALUE 'GRANT ON STATUS                             '.
009000*
009100 01  WS-DETAIL-LINE.
009200     05  DL-OPER-ID              PIC X(08).
009300     05  FILLER                  PIC X(01) VALUE SPACES.
009400     05  DL-OPER-NAME            PIC X(30).
009500     05  FILLER                  PIC X(01) VALUE SPACES.
009600     05  DL-MASTER-FILE          PIC X(08).
009700     05  FILLER                  PIC X(01) VALUE SPACES.
009800     05  DL-ADD-FLAG             PIC X(01).
009900     05  FILLER                  PIC X(01) VALUE SPACES.
010000     05  DL-CHANGE-FLAG          PIC X(01).
010100     05  FILLER                  PIC X(01) VALUE SPACES.
010200     05  DL-DELETE-FLAG          PIC X(01).
010300     05  FILLER                  PIC X(01) VALUE SPACES.
010400     05  DL-VALUE-LIMIT          PIC ZZZZZZZZZZ9.99.
010500     05  DL-VALUE-LIMIT-TEXT     REDEFINES DL-VALUE-LIMIT
010600                                 PIC X(14).
010700     05  FILLER                  PIC X(01) VALUE SPACES.
010800     05  DL-EXPIRY-DATE          PIC 9(08).
010900     05  DL-EXPIRY-TEXT          REDEFINES DL-EXPIRY-DATE
011000                                 PIC X(08).
011100     05  FILLER                  PIC X(01) VALUE SPACES.
011200     05  DL-GRANTED-BY           PIC X(08).
011300     05  FILLER                  PIC X(01) VALUE SPACES.
011400     05  DL-GRANT-DATE           PIC 9(08).
011500     05  FILLER                  PIC X(01) VALUE SPACES.
011600     05  DL-STATUS               PIC X(07).
011700     05  FILLER                  PIC X(18) VALUE SPACES.
011800*
011900*    AFTER EACH OPERATOR'S AUTHORITIES THE MANAGER MARKS EVERY
012000*    ONE CONFIRMED OR SAYS WHICH ARE TO BE REVOKED, AND SIGNS.
012100*
012200 01  WS-CONFIRM-LINE.
012300     05  FILLER                  PIC X(09) VALUE SPACES.
012400     05  FILLER                  PIC X(44)
012500         VALUE 'ALL CONFIRMED ____   REVOKE ________________'.
012600     05  FILLER                  PIC X(44)
012700         VALUE '___________   SIGNED ______________  DATE __'.
012800     05  FILLER                  PIC X(35)
012900         VALUE '______'.
013000*
013100 01  WS-TOTAL-LINE.
013200     05  TT-CAPTION              PIC X(30).
013300     05  TT-COUNT                PIC ZZZZZZZZ9.
013400     05  FILLER                  PIC X(93) VALUE SPACES.
013500*
013600 PROCEDURE DIVISION.
013700*
013800 0000-MAINLINE.
013900     PERFORM 1000-INITIALIZE
014000     SORT SORT-WORK-FILE
014100         ON ASCENDING KEY SW-MANAGER-ID
014200                          SW-OPER-ID
014300                          SW-MASTER-FILE
014400         USING AUTHORITY-FILE
014500         GIVING AUTH-SORTED
014600     OPEN INPUT  AUTH-SORTED
014700     OPEN OUTPUT CERT-REPORT
014800     PERFORM 8000-READ-SORTED
014900     PERFORM 2000-TAKE-ONE-MANAGER
015000         UNTIL WS-SORTED-EOF
015100     PERFORM 5000-PRINT-TOTALS
015200     DISPLAY 'OPRCERT - MANAGERS:         ' WS-MANAGER-COUNT
015300     DISPLAY 'OPRCERT - OPERATORS:        ' WS-OPERATOR-COUNT
015400     DISPLAY 'OPRCERT - AUTHORITIES:      ' WS-AUTHORITY-COUNT
015500     DISPLAY 'OPRCERT - EXPIRED:          ' WS-EXPIRED-COUNT
015600     PERFORM 9999-EXIT.
015700*
015800 1000-INITIALIZE.
015900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
016000     MOVE WS-RUN-DATE TO H1-RUN-DATE.
016100*
016200******************************************************************
016300*    A NEW PAGE FOR EACH MANAGER, THEN EACH OF THE MANAGER'S     *
016400*    OPERATORS IN TURN.  AUTHORITIES WITH NO MANAGER RECORDED    *
016500*    SORT FIRST AND PRINT UNDER 'NONE' FOR SECURITY TO CHASE.    *
016600******************************************************************
016700*
016800 2000-TAKE-ONE-MANAGER.
016900     ADD 1 TO WS-MANAGER-COUNT
017000     MOVE OA-MANAGER-ID TO WS-CURRENT-MANAGER
017100     IF OA-MANAGER-ID = SPACES
017200         MOVE 'NONE' TO H1-MANAGER-ID
017300     ELSE
017400         MOVE OA-MANAGER-ID TO H1-MANAGER-ID
017500     END-IF
017600     MOVE '1' TO RP-CARRIAGE-CONTROL
017700     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
017800     WRITE CERT-REPORT-RECORD
017900     MOVE '0' TO RP-CARRIAGE-CONTROL
018000     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
018100     WRITE CERT-REPORT-RECORD
018200     PERFORM 2100-TAKE-ONE-OPERATOR
018300         UNTIL WS-SORTED-EOF
018400            OR OA-MANAGER-ID NOT = WS-CURRENT-MANAGER.
018500*
018600 2100-TAKE-ONE-OPERATOR.
018700     ADD 1 TO WS-OPERATOR-COUNT
018800     MOVE OA-OPER-ID TO WS-CURRENT-OPERATOR
018900     MOVE ' ' TO RP-CARRIAGE-CONTROL
019000     MOVE SPACES TO RP-PRINT-LINE
019100     WRITE CERT-REPORT-RECORD
019200     PERFORM 2200-PRINT-ONE-AUTHORITY
019300         UNTIL WS-SORTED-EOF
019400            OR OA-MANAGER-ID NOT = WS-CURRENT-MANAGER
019500            OR OA-OPER-ID NOT = WS-CURRENT-OPERATOR
019600     MOVE ' ' TO RP-CARRIAGE-CONTROL
019700     MOVE WS-CONFIRM-LINE TO RP-PRINT-LINE
019800     WRITE CERT-REPORT-RECORD.
019900*
020000 2200-PRINT-ONE-AUTHORITY.
020100     ADD 1 TO WS-AUTHORITY-COUNT
020200     MOVE OA-OPER-ID     TO DL-OPER-ID
020300     MOVE OA-OPER-NAME   TO DL-OPER-NAME
020400     MOVE OA-MASTER-FILE TO DL-MASTER-FILE
020500     MOVE OA-ADD-FLAG    TO DL-ADD-FLAG
020600     MOVE OA-CHANGE-FLAG TO DL-CHANGE-FLAG
020700     MOVE OA-DELETE-FLAG TO DL-DELETE-FLAG
020800     IF OA-VALUE-LIMIT = ZERO
020900         MOVE '      NO LIMIT' TO DL-VALUE-LIMIT-TEXT
021000     ELSE
021100         MOVE OA-VALUE-LIMIT TO DL-VALUE-LIMIT
021200     END-IF
021300     IF OA-EXPIRY-DATE = WS-OPEN-ENDED-DATE
021400         MOVE 'OPEN    ' TO DL-EXPIRY-TEXT
021500     ELSE
021600         MOVE OA-EXPIRY-DATE TO DL-EXPIRY-DATE
021700     END-IF
021800     MOVE OA-GRANTED-BY  TO DL-GRANTED-BY
021900     MOVE OA-GRANT-DATE  TO DL-GRANT-DATE
022000     IF OA-EXPIRY-DATE < WS-RUN-DATE
022100         ADD 1 TO WS-EXPIRED-COUNT
022200         MOVE 'EXPIRED' TO DL-STATUS
022300     ELSE
022400         MOVE SPACES TO DL-STATUS
022500     END-IF
022600     MOVE ' ' TO RP-CARRIAGE-CONTROL
022700     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
022800     WRITE CERT-REPORT-RECORD
022900     PERFORM 8000-READ-SORTED.
023000*
023100 5000-PRINT-TOTALS.
023200     MOVE '1' TO RP-CARRIAGE-CONTROL
023300     MOVE 'ALL   ' TO H1-MANAGER-ID
023400     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
023500     WRITE CERT-REPORT-RECORD
023600     MOVE '0' TO RP-CARRIAGE-CONTROL
023700     MOVE SPACES TO RP-PRINT-LINE
023800     WRITE CERT-REPORT-RECORD
023900     MOVE 'MANAGERS                      ' TO TT-CAPTION
024000     MOVE WS-MANAGER-COUNT TO TT-COUNT
024100     PERFORM 5010-PRINT-TOTAL-LINE
024200     MOVE 'OPERATORS                     ' TO TT-CAPTION
024300     MOVE WS-OPERATOR-COUNT TO TT-COUNT
024400     PERFORM 5010-PRINT-TOTAL-LINE
024500     MOVE 'AUTHORITIES                   ' TO TT-CAPTION
024600     MOVE WS-AUTHORITY-COUNT TO TT-COUNT
024700     PERFORM 5010-PRINT-TOTAL-LINE
024800     MOVE 'ALREADY EXPIRED               ' TO TT-CAPTION
024900     MOVE WS-EXPIRED-COUNT TO TT-COUNT
025000     PERFORM 5010-PRINT-TOTAL-LINE.
025100*
025200 5010-PRINT-TOTAL-LINE.
025300     MOVE ' ' TO RP-CARRIAGE-CONTROL
025400     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
025500     WRITE CERT-REPORT-RECORD.
025600*
025700 8000-READ-SORTED.
025800     READ AUTH-SORTED
025900         AT END MOVE 'Y' TO WS-SORTED-EOF-SWITCH
026000     END-READ.
026100*
026200 9999-EXIT.
026300     CLOSE AUTH-SORTED CERT-REPORT
026400     STOP RUN.
