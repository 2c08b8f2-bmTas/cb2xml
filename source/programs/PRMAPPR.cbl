000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRMAPPR.
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
001300*   10/15/26  MO    INITIAL VERSION - MAKER-CHECKER APPROVAL OF  *
001400*                   CHANGES TO THE BATCH PARAMETER REGISTRY      *
001500*                   (PRMMAST.CPY).  CHANGE REQUESTS (PRMCHG.CPY) *
001600*                   AND APPROVAL RECORDS ARE MATCH-MERGED ON     *
001700*                   CHANGE ID AS IN FEEWAPR; A CHANGE GOES       *
001800*                   FORWARD TO PRMMNT ONLY WHEN APPROVED BY A    *
001900*                   DIFFERENT OPERATOR.  REQUESTS STILL AWAITING *
002000*                   APPROVAL ARE CARRIED TO THE NEXT ENTRY FILE  *
002100*                   AS IN PPAPOST.  EVERY REQUEST GOES TO THE    *
002200*                   PERMANENT JOURNAL WITH MAKER, CHECKER AND    *
002300*                   DISPOSITION.                                 *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PRM-ENTRY-FILE  ASSIGN TO PRMENTR
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT PRM-APPR-FILE   ASSIGN TO PRMAPRV
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT PRM-OUT-FILE    ASSIGN TO PRMAPRVD
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT PRM-CARRY-FILE  ASSIGN TO PRMENTN
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PRM-JRNL-FILE   ASSIGN TO PRMJRNL
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400*
004500*    ONE REQUEST PER REGISTRY CHANGE, KEYED BY THE MAKER AND
004600*    HELD IN CHANGE-ID SEQUENCE.
004700*
004800 FD  PRM-ENTRY-FILE.
004900     COPY "PRMCHG.cpy".
005000*
005100 FD  PRM-APPR-FILE.
005200 01  PRM-APPR-RECORD.
005300     05  PV-CHANGE-ID            PIC 9(08).
005400     05  PV-APPROVE-OPER         PIC X(08).
005500     05  PV-APPROVE-DATE         PIC 9(08).
005600     05  PV-ACTION-CODE          PIC X(01).
005700         88  PV-APPROVED         VALUE 'A'.
005800         88  PV-DECLINED         VALUE 'D'.
005900*
006000*    APPROVED CHANGES, SAME SHAPE AS THE REQUEST WITH THE
006100*    CHECKER FILLED IN, FOR PRMMNT.
006200*
006300 FD  PRM-OUT-FILE.
006400 01  PRM-OUT-RECORD              PIC X(138).
006500*
006600 FD  PRM-CARRY-FILE.
006700 01  PRM-CARRY-RECORD            PIC X(138).
006800*
006900 FD  PRM-JRNL-FILE.
007000 01  PRM-JRNL-RECORD.
007100     05  PJ-RUN-DATE             PIC 9(08).
007200     05  PJ-CHANGE-ID            PIC 9(08).
007300     05  PJ-ACTION-CODE          PIC X(01).
007400     05  PJ-PROGRAM              PIC X(08).
007500     05  PJ-PARM-NAME            PIC X(16).
007600     05  PJ-EFFECTIVE-DATE       PIC 9(08).
007700     05  PJ-NUMERIC-VALUE        PIC S9(09)V9(06).
007800     05  PJ-TEXT-VALUE           PIC X(20).
007900     05  PJ-MAKER-OPER           PIC X(08).
008000     05  PJ-CHECKER-OPER         PIC X(08).
008100     05  PJ-DISPOSITION          PIC X(25).
008200*
008300 WORKING-STORAGE SECTION.
008400*
008500 01  WS-ENTRY-EOF-SWITCH         PIC X(01) VALUE 'N'.
008600     88  WS-ENTRY-EOF            VALUE 'Y'.
008700 01  WS-APPR-EOF-SWITCH          PIC X(01) VALUE 'N'.
008800     88  WS-APPR-EOF             VALUE 'Y'.
008900*
009000 01  WS-RUN-DATE                 PIC 9(08).
009100 01  WS-APPROVED-COUNT           PIC 9(07) VALUE 0.
009200 01  WS-PENDING-COUNT            PIC 9(07) VALUE 0.
009300 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
009400*
009500 01  WS-ENTRY-KEY                PIC 9(08).
009600 01  WS-APPR-KEY                 PIC 9(08).
009700 01  WS-HIGH-VALUE-KEY           PIC 9(08) VALUE 99999999.
009800*
009900 PROCEDURE DIVISION.
010000*
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE
010300     PERFORM 2000-MATCH-ONE-KEY
010400         UNTIL WS-ENTRY-EOF AND WS-APPR-EOF
010500     DISPLAY 'PRMAPPR - CHANGES APPROVED:     ' WS-APPROVED-COUNT
010600     DISPLAY 'PRMAPPR - AWAITING APPROVAL:    ' WS-PENDING-COUNT
010700     DISPLAY 'PRMAPPR - REJECTED:             ' WS-REJECTED-COUNT
010800     PERFORM 9999-EXIT.
010900*
011000 1000-INITIALIZE.
011100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
011200     OPEN INPUT  PRM-ENTRY-FILE
011300     OPEN INPUT  PRM-APPR-FILE
011400     OPEN OUTPUT PRM-OUT-FILE
011500     OPEN OUTPUT PRM-CARRY-FILE
011600     OPEN OUTPUT PRM-JRNL-FILE
011700     PERFORM 8000-READ-ENTRY
011800     PERFORM 8100-READ-APPROVAL.
011900*
012000 2000-MATCH-ONE-KEY.
012100     IF WS-ENTRY-KEY < WS-APPR-KEY
012200         PERFORM 2100-CARRY-PENDING
012300     ELSE
012400         IF WS-ENTRY-KEY > WS-APPR-KEY
012500             PERFORM 2200-JOURNAL-ORPHAN-APPROVAL
012600         ELSE
012700             PERFORM 2300-APPLY-APPROVAL
012800         END-IF
012900     END-IF.
013000*
013100*    A REQUEST WITH NO APPROVAL RECORD YET STAYS PENDING AND IS
013200*    CARRIED TO TOMORROW'S ENTRY FILE.
013300*
013400 2100-CARRY-PENDING.
013500     ADD 1 TO WS-PENDING-COUNT
013600     WRITE PRM-CARRY-RECORD FROM PARAMETER-CHANGE-RECORD
013700     MOVE SPACES TO PJ-CHECKER-OPER
013800     MOVE 'PENDING - NO APPROVAL' TO PJ-DISPOSITION
013900     PERFORM 3100-WRITE-JOURNAL
014000     PERFORM 8000-READ-ENTRY.
014100*
014200 2200-JOURNAL-ORPHAN-APPROVAL.
014300     ADD 1 TO WS-REJECTED-COUNT
014400     MOVE WS-RUN-DATE     TO PJ-RUN-DATE
014500     MOVE PV-CHANGE-ID    TO PJ-CHANGE-ID
014600     MOVE SPACES          TO PJ-ACTION-CODE
014700     MOVE SPACES          TO PJ-PROGRAM
014800     MOVE SPACES          TO PJ-PARM-NAME
014900     MOVE 0               TO PJ-EFFECTIVE-DATE
015000     MOVE 0               TO PJ-NUMERIC-VALUE
015100     MOVE SPACES          TO PJ-TEXT-VALUE
015200     MOVE SPACES          TO PJ-MAKER-OPER
015300     MOVE PV-APPROVE-OPER TO PJ-CHECKER-OPER
015400     MOVE 'REJECTED - NO ENTRY' TO PJ-DISPOSITION
015500     WRITE PRM-JRNL-RECORD
015600     PERFORM 8100-READ-APPROVAL.
015700*
015800*    A CHANGE WITH NO PROGRAM, NAME OR EFFECTIVE DATE, OR AN
015900*    ACTION PRMMNT DOES NOT KNOW, COULD NEVER APPLY, SO IT IS
016000*    TURNED BACK EVEN WHEN APPROVED.
016100*
016200 2300-APPLY-APPROVAL.
016300     MOVE PV-APPROVE-OPER TO PJ-CHECKER-OPER
016400     EVALUATE TRUE
016500         WHEN PV-APPROVED
016600             AND PV-APPROVE-OPER = PC-MAKER-OPER
016700             ADD 1 TO WS-REJECTED-COUNT
016800             MOVE 'REJECTED - SAME OPERATOR' TO PJ-DISPOSITION
016900         WHEN PV-APPROVED
017000             AND NOT (PC-ADD OR PC-CHANGE OR PC-DELETE)
017100             ADD 1 TO WS-REJECTED-COUNT
017200             MOVE 'REJECTED - BAD CHANGE CODE' TO PJ-DISPOSITION
017300         WHEN PV-APPROVED
017400             AND (PC-PROGRAM = SPACES OR PC-PARM-NAME = SPACES
017500                  OR PC-EFFECTIVE-DATE = ZERO)
017600             ADD 1 TO WS-REJECTED-COUNT
017700             MOVE 'REJECTED - INCOMPLETE KEY' TO PJ-DISPOSITION
017800         WHEN PV-APPROVED
017900             PERFORM 3000-RELEASE-CHANGE
018000             MOVE 'APPROVED' TO PJ-DISPOSITION
018100         WHEN PV-DECLINED
018200             ADD 1 TO WS-REJECTED-COUNT
018300             MOVE 'REJECTED BY APPROVER' TO PJ-DISPOSITION
018400         WHEN OTHER
018500             ADD 1 TO WS-REJECTED-COUNT
018600             MOVE 'REJECTED - BAD ACTION CODE' TO PJ-DISPOSITION
018700     END-EVALUATE
018800     PERFORM 3100-WRITE-JOURNAL
018900     PERFORM 8000-READ-ENTRY
019000     PERFORM 8100-READ-APPROVAL.
019100*
019200 3000-RELEASE-CHANGE.
019300     ADD 1 TO WS-APPROVED-COUNT
019400     MOVE PV-APPROVE-OPER TO PC-CHECKER-OPER
019500     MOVE PV-APPROVE-DATE TO PC-APPROVE-DATE
019600     WRITE PRM-OUT-RECORD FROM PARAMETER-CHANGE-RECORD.
019700*
019800 3100-WRITE-JOURNAL.
019900     MOVE WS-RUN-DATE       TO PJ-RUN-DATE
020000     MOVE PC-CHANGE-ID      TO PJ-CHANGE-ID
020100     MOVE PC-ACTION-CODE    TO PJ-ACTION-CODE
020200     MOVE PC-PROGRAM        TO PJ-PROGRAM
020300     MOVE PC-PARM-NAME      TO PJ-PARM-NAME
020400     MOVE PC-EFFECTIVE-DATE TO PJ-EFFECTIVE-DATE
020500     MOVE PC-NUMERIC-VALUE  TO PJ-NUMERIC-VALUE
020600     MOVE PC-TEXT-VALUE     TO PJ-TEXT-VALUE
020700     MOVE PC-MAKER-OPER     TO PJ-MAKER-OPER
020800     WRITE PRM-JRNL-RECORD.
020900*
021000 8000-READ-ENTRY.
021100     READ PRM-ENTRY-FILE
021200         AT END
021300             MOVE 'Y' TO WS-ENTRY-EOF-SWITCH
021400             MOVE WS-HIGH-VALUE-KEY TO WS-ENTRY-KEY
021500         NOT AT END
021600             MOVE PC-CHANGE-ID TO WS-ENTRY-KEY
021700     END-READ.
021800*
021900 8100-READ-APPROVAL.
022000     READ PRM-APPR-FILE
022100         AT END
022200             MOVE 'Y' TO WS-APPR-EOF-SWITCH
022300             MOVE WS-HIGH-VALUE-KEY TO WS-APPR-KEY
022400         NOT AT END
022500             MOVE PV-CHANGE-ID TO WS-APPR-KEY
022600     END-READ.
022700*
022800 9999-EXIT.
022900     CLOSE PRM-ENTRY-FILE PRM-APPR-FILE PRM-OUT-FILE
023000           PRM-CARRY-FILE PRM-JRNL-FILE
023100     STOP RUN.
