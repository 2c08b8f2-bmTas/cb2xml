000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FEEWAPR.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  ACCOUNT MASTER BATCH - PRICING.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - MAKER-CHECKER APPROVAL OF  *
001400*                   SERVICE-CHARGE WAIVERS AND REFUNDS AGREED    *
001500*                   BY BRANCH STAFF, WHICH UNTIL NOW WERE        *
001600*                   PATCHED ONTO THE MASTER BY OPERATIONS.       *
001700*                   WAIVER REQUESTS AND APPROVAL RECORDS ARE     *
001800*                   MATCH-MERGED ON WAIVER ID AS IN ADJPOST; A   *
001900*                   WAIVER GOES FORWARD TO FEECALC (FEEWAIV.CPY) *
002000*                   ONLY WHEN APPROVED BY A DIFFERENT OPERATOR.  *
002100*                   EVERY REQUEST, APPROVED OR NOT, GOES TO THE  *
002200*                   PERMANENT JOURNAL WITH ITS REQUESTER AND     *
002300*                   APPROVER FOR AUDIT.                          *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT WAIV-ENTRY-FILE ASSIGN TO FEEWENTR
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT WAIV-APPR-FILE  ASSIGN TO FEEWAPRV
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT WAIV-OUT-FILE   ASSIGN TO FEEWAIVO
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT WAIV-JRNL-FILE  ASSIGN TO FEEWJRNL
003900         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200*
004300*    ONE REQUEST PER WAIVER OR REFUND, KEYED BY BRANCH STAFF:
004400*    THE ACCOUNT'S MASTER POSITION, THE CYCLE WHOSE CHARGE IS
004500*    GIVEN BACK, THE AMOUNT AND THE REASON.
004600*
004700 FD  WAIV-ENTRY-FILE.
004800 01  WAIV-ENTRY-RECORD.
004900     05  WE-WAIVER-ID            PIC 9(08).
005000     05  WE-RECORD-NO            PIC 9(09).
005100     05  WE-CYCLE                PIC 9(06).
005200     05  WE-AMOUNT               PIC 9(07)V99.
005300     05  WE-REASON-CODE          PIC X(03).
005400     05  WE-REQUEST-OPER         PIC X(08).
005500     05  WE-ENTRY-DATE           PIC 9(08).
005600*
005700 FD  WAIV-APPR-FILE.
005800 01  WAIV-APPR-RECORD.
005900     05  WA-WAIVER-ID            PIC 9(08).
006000     05  WA-APPROVE-OPER         PIC X(08).
006100     05  WA-APPROVE-DATE         PIC 9(08).
006200     05  WA-ACTION-CODE          PIC X(01).
006300         88  WA-APPROVED         VALUE 'A'.
006400         88  WA-DECLINED         VALUE 'D'.
006500*
006600 FD  WAIV-OUT-FILE.
006700     COPY "FEEWAIV.cpy".
006800*
006900 FD  WAIV-JRNL-FILE.
007000 01  WAIV-JRNL-RECORD.
007100     05  WJ-RUN-DATE             PIC 9(08).
007200     05  WJ-WAIVER-ID            PIC 9(08).
007300     05  WJ-RECORD-NO            PIC 9(09).
007400     05  WJ-CYCLE                PIC 9(06).
007500     05  WJ-AMOUNT               PIC 9(07)V99.
007600     05  WJ-REASON-CODE          PIC X(03).
007700     05  WJ-REQUEST-OPER         PIC X(08).
007800     05  WJ-APPROVE-OPER         PIC X(08).
007900     05  WJ-DISPOSITION          PIC X(25).
008000*
008100 WORKING-STORAGE SECTION.
008200*
008300 01  WS-ENTRY-EOF-SWITCH         PIC X(01) VALUE 'N'.
008400     88  WS-ENTRY-EOF            VALUE 'Y'.
008500 01  WS-APPR-EOF-SWITCH          PIC X(01) VALUE 'N'.
008600     88  WS-APPR-EOF             VALUE 'Y'.
008700*
008800 01  WS-RUN-DATE                 PIC 9(08).
008900 01  WS-APPROVED-COUNT           PIC 9(07) VALUE 0.
009000 01  WS-APPROVED-AMT             PIC 9(11)V99 VALUE 0.
009100 01  WS-PENDING-COUNT            PIC 9(07) VALUE 0.
009200 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
009300*
009400 01  WS-ENTRY-KEY                PIC 9(08).
009500 01  WS-APPR-KEY                 PIC 9(08).
009600 01  WS-HIGH-VALUE-KEY           PIC 9(08) VALUE 99999999.
009700*
009800 PROCEDURE DIVISION.
009900*
010000 0000-MAINLINE.
010100     PERFORM 1000-INITIALIZE
010200     PERFORM 2000-MATCH-ONE-KEY
010300         UNTIL WS-ENTRY-EOF AND WS-APPR-EOF
010400     DISPLAY 'FEEWAPR - WAIVERS APPROVED:     ' WS-APPROVED-COUNT
010500     DISPLAY 'FEEWAPR - AMOUNT APPROVED:      ' WS-APPROVED-AMT
010600     DISPLAY 'FEEWAPR - AWAITING APPROVAL:    ' WS-PENDING-COUNT
010700     DISPLAY 'FEEWAPR - REJECTED:             ' WS-REJECTED-COUNT
010800     PERFORM 9999-EXIT.
010900*
011000 1000-INITIALIZE.
011100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
011200     OPEN INPUT  WAIV-ENTRY-FILE
011300     OPEN INPUT  WAIV-APPR-FILE
011400     OPEN OUTPUT WAIV-OUT-FILE
011500     OPEN OUTPUT WAIV-JRNL-FILE
011600     PERFORM 8000-READ-ENTRY
011700     PERFORM 8100-READ-APPROVAL.
011800*
011900 2000-MATCH-ONE-KEY.
012000     IF WS-ENTRY-KEY < WS-APPR-KEY
012100         PERFORM 2100-JOURNAL-PENDING
012200     ELSE
012300         IF WS-ENTRY-KEY > WS-APPR-KEY
012400             PERFORM 2200-JOURNAL-ORPHAN-APPROVAL
012500         ELSE
012600             PERFORM 2300-APPLY-APPROVAL
012700         END-IF
012800     END-IF.
012900*
013000*    A REQUEST WITH NO APPROVAL RECORD YET STAYS PENDING; THE
013100*    ENTRY FILE CARRIES IT AGAIN TOMORROW.
013200*
013300 2100-JOURNAL-PENDING.
013400     ADD 1 TO WS-PENDING-COUNT
013500     MOVE SPACES TO WJ-APPROVE-OPER
013600     MOVE 'PENDING - NO APPROVAL' TO WJ-DISPOSITION
013700     PERFORM 3100-WRITE-JOURNAL
013800     PERFORM 8000-READ-ENTRY.
013900*
014000 2200-JOURNAL-ORPHAN-APPROVAL.
014100     ADD 1 TO WS-REJECTED-COUNT
014200     MOVE WS-RUN-DATE   TO WJ-RUN-DATE
014300     MOVE WA-WAIVER-ID  TO WJ-WAIVER-ID
014400     MOVE 0             TO WJ-RECORD-NO
014500     MOVE 0             TO WJ-CYCLE
014600     MOVE 0             TO WJ-AMOUNT
014700     MOVE SPACES        TO WJ-REASON-CODE
014800     MOVE SPACES        TO WJ-REQUEST-OPER
014900     MOVE WA-APPROVE-OPER TO WJ-APPROVE-OPER
015000     MOVE 'REJECTED - NO ENTRY' TO WJ-DISPOSITION
015100     WRITE WAIV-JRNL-RECORD
015200     PERFORM 8100-READ-APPROVAL.
015300*
015400*    A WAIVER WITH NO ACCOUNT POSITION OR NO AMOUNT COULD NEVER
015500*    APPLY, SO IT IS TURNED BACK EVEN WHEN APPROVED.
015600*
015700 2300-APPLY-APPROVAL.
015800     MOVE WA-APPROVE-OPER TO WJ-APPROVE-OPER
015900     EVALUATE TRUE
016000         WHEN WA-APPROVED
016100             AND WA-APPROVE-OPER = WE-REQUEST-OPER
016200             ADD 1 TO WS-REJECTED-COUNT
016300             MOVE 'REJECTED - SAME OPERATOR' TO WJ-DISPOSITION
016400         WHEN WA-APPROVED
016500             AND (WE-RECORD-NO = ZERO OR WE-AMOUNT = ZERO)
016600             ADD 1 TO WS-REJECTED-COUNT
016700             MOVE 'REJECTED - NO ACCT/AMOUNT' TO WJ-DISPOSITION
016800         WHEN WA-APPROVED
016900             PERFORM 3000-RELEASE-WAIVER
017000             MOVE 'APPROVED' TO WJ-DISPOSITION
017100         WHEN WA-DECLINED
017200             ADD 1 TO WS-REJECTED-COUNT
017300             MOVE 'REJECTED BY APPROVER' TO WJ-DISPOSITION
017400         WHEN OTHER
017500             ADD 1 TO WS-REJECTED-COUNT
017600             MOVE 'REJECTED - BAD ACTION CODE' TO WJ-DISPOSITION
017700     END-EVALUATE
017800     PERFORM 3100-WRITE-JOURNAL
017900     PERFORM 8000-READ-ENTRY
018000     PERFORM 8100-READ-APPROVAL.
018100*
018200 3000-RELEASE-WAIVER.
018300     ADD 1 TO WS-APPROVED-COUNT
018400     ADD WE-AMOUNT TO WS-APPROVED-AMT
018500     MOVE WE-WAIVER-ID    TO FW-WAIVER-ID
018600     MOVE WE-RECORD-NO    TO FW-RECORD-NO
018700     MOVE WE-CYCLE        TO FW-CYCLE
018800     MOVE WE-AMOUNT       TO FW-AMOUNT
018900     MOVE WE-REASON-CODE  TO FW-REASON-CODE
019000     MOVE WE-REQUEST-OPER TO FW-REQUEST-OPER
019100     MOVE WA-APPROVE-OPER TO FW-APPROVE-OPER
019200     MOVE WA-APPROVE-DATE TO FW-APPROVE-DATE
019300     MOVE 0               TO FW-APPLIED-AMT
019400     MOVE 0               TO FW-APPLIED-DATE
019500     SET FW-APPROVED TO TRUE
019600     WRITE FEE-WAIVER-RECORD.
019700*
019800 3100-WRITE-JOURNAL.
019900     MOVE WS-RUN-DATE     TO WJ-RUN-DATE
020000     MOVE WE-WAIVER-ID    TO WJ-WAIVER-ID
020100     MOVE WE-RECORD-NO    TO WJ-RECORD-NO
020200     MOVE WE-CYCLE        TO WJ-CYCLE
020300     MOVE WE-AMOUNT       TO WJ-AMOUNT
020400     MOVE WE-REASON-CODE  TO WJ-REASON-CODE
020500     MOVE WE-REQUEST-OPER TO WJ-REQUEST-OPER
020600     WRITE WAIV-JRNL-RECORD.
020700*
020800 8000-READ-ENTRY.
020900     READ WAIV-ENTRY-FILE
021000         AT END
021100             MOVE 'Y' TO WS-ENTRY-EOF-SWITCH
021200             MOVE WS-HIGH-VALUE-KEY TO WS-ENTRY-KEY
021300         NOT AT END
021400             MOVE WE-WAIVER-ID TO WS-ENTRY-KEY
021500     END-READ.
021600*
021700 8100-READ-APPROVAL.
021800     READ WAIV-APPR-FILE
021900         AT END
022000             MOVE 'Y' TO WS-APPR-EOF-SWITCH
022100             MOVE WS-HIGH-VALUE-KEY TO WS-APPR-KEY
022200         NOT AT END
022300             MOVE WA-WAIVER-ID TO WS-APPR-KEY
022400     END-READ.
022500*
022600 9999-EXIT.
022700     CLOSE WAIV-ENTRY-FILE WAIV-APPR-FILE
022800           WAIV-OUT-FILE WAIV-JRNL-FILE
022900     STOP RUN.
