000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PPAPOST.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  ACCOUNT MASTER BATCH - MONTH END.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - FINANCE APPROVAL OF        *
001400*                   PRIOR-PERIOD ADJUSTMENTS.  POSTINGS HELD BY  *
001500*                   SICYCLE AND FEECALC BECAUSE THEIR DATE FELL  *
001600*                   IN A PERIOD MECLOSE HAD LOCKED (PPADJ.CPY)   *
001700*                   ARE SORTED TO ADJUSTMENT KEY AND MATCH-      *
001800*                   MERGED WITH FINANCE'S APPROVAL RECORDS AS    *
001900*                   IN FEEWAPR.  AN APPROVED ADJUSTMENT IS       *
002000*                   RELEASED INTO THE POSTING STREAM DATED ON    *
002100*                   THE RUN DATE, SO IT LANDS IN THE OPEN        *
002200*                   PERIOD; A DECLINED ONE IS DROPPED; ANY OTHER *
002300*                   IS CARRIED TO THE NEXT GENERATION OF THE     *
002400*                   ADJUSTMENT FILE.  NOTHING IS RELEASED WHILE  *
002500*                   THE RUN DATE ITSELF IS IN A CLOSED PERIOD.   *
002600*                   EVERY ADJUSTMENT AND APPROVAL GOES TO THE    *
002700*                   JOURNAL WITH ITS DISPOSITION FOR AUDIT.      *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL PRIOR-ADJ-FILE ASSIGN TO PPADJF
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT SORT-WORK-FILE   ASSIGN TO SRTWK01.
003900     SELECT SORTED-ADJ-FILE  ASSIGN TO PPADJSRT
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT OPTIONAL PPA-APPR-FILE ASSIGN TO PPAPPRV
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT POST-OUT-FILE    ASSIGN TO PPAPOSTO
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT ADJ-CARRY-FILE   ASSIGN TO PPADJN
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT PPA-JRNL-FILE    ASSIGN TO PPAJRNL
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100*
005200*    PENDING ADJUSTMENTS: THE LAST GENERATION CARRIED BY THIS
005300*    PROGRAM WITH WHATEVER THE PRODUCERS HAVE APPENDED SINCE.
005400*
005500 FD  PRIOR-ADJ-FILE.
005600 01  PRIOR-ADJ-IN-RECORD         PIC X(83).
005700*
005800 SD  SORT-WORK-FILE.
005900 01  SORT-WORK-RECORD.
006000     05  SW-ADJ-KEY              PIC X(21).
006100     05  FILLER                  PIC X(62).
006200*
006300 FD  SORTED-ADJ-FILE.
006400     COPY "PPADJ.cpy".
006500*
006600*    ONE RECORD PER ADJUSTMENT FINANCE HAS DECIDED, KEYED AS ON
006700*    THE ADJUSTMENT.
006800*
006900 FD  PPA-APPR-FILE.
007000 01  PPA-APPR-RECORD.
007100     05  PV-ADJ-KEY              PIC X(21).
007200     05  PV-APPROVE-OPER         PIC X(08).
007300     05  PV-APPROVE-DATE         PIC 9(08).
007400     05  PV-ACTION-CODE          PIC X(01).
007500         88  PV-APPROVED         VALUE 'A'.
007600         88  PV-DECLINED         VALUE 'D'.
007700*
007800*    SAME SHAPE AS THE SICYCLE AND REFUNDS POSTING DETAIL.
007900*
008000 FD  POST-OUT-FILE.
008100 01  POST-OUT-RECORD.
008200     05  PD-RECORD-NO            PIC 9(07).
008300     05  PD-MOVEMENT-TYPE        PIC X(01).
008400     05  PD-SOURCE               PIC X(08).
008500     05  PD-POST-DATE            PIC 9(08).
008600     05  PD-AMOUNT               PIC S9(13)V99.
008700*
008800 FD  ADJ-CARRY-FILE.
008900 01  ADJ-CARRY-RECORD            PIC X(83).
009000*
009100 FD  PPA-JRNL-FILE.
009200 01  PPA-JRNL-RECORD.
009300     05  PJ-RUN-DATE             PIC 9(08).
009400     05  PJ-ADJUSTMENT           PIC X(83).
009500     05  PJ-DISPOSITION          PIC X(25).
009600*
009700 WORKING-STORAGE SECTION.
009800*
009900 01  WS-ADJ-EOF-SWITCH           PIC X(01) VALUE 'N'.
010000     88  WS-ADJ-EOF              VALUE 'Y'.
010100 01  WS-APPR-EOF-SWITCH          PIC X(01) VALUE 'N'.
010200     88  WS-APPR-EOF             VALUE 'Y'.
010300*
010400 01  WS-RUN-DATE                 PIC 9(08).
010500 01  WS-PERIOD-STATUS            PIC X(01).
010600     88  WS-PERIOD-CLOSED        VALUE 'C'.
010700 01  WS-POSTED-COUNT             PIC 9(07) VALUE 0.
010800 01  WS-POSTED-AMT               PIC S9(13)V99 VALUE 0.
010900 01  WS-DECLINED-COUNT           PIC 9(07) VALUE 0.
011000 01  WS-PENDING-COUNT            PIC 9(07) VALUE 0.
011100 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
011200*
011300 01  WS-ADJ-KEY                  PIC X(21).
011400 01  WS-APPR-KEY                 PIC X(21).
011500*
011600 PROCEDURE DIVISION.
011700*
011800 0000-MAINLINE.
011900     PERFORM 1000-INITIALIZE
012000     PERFORM 2000-MATCH-ONE-KEY
012100         UNTIL WS-ADJ-EOF AND WS-APPR-EOF
012200     DISPLAY 'PPAPOST - ADJUSTMENTS POSTED:   ' WS-POSTED-COUNT
012300     DISPLAY 'PPAPOST - AMOUNT POSTED:        ' WS-POSTED-AMT
012400     DISPLAY 'PPAPOST - DECLINED:             ' WS-DECLINED-COUNT
012500     DISPLAY 'PPAPOST - CARRIED PENDING:      ' WS-PENDING-COUNT
012600     DISPLAY 'PPAPOST - APPROVALS REJECTED:   ' WS-REJECTED-COUNT
012700     IF WS-PERIOD-CLOSED
012800         DISPLAY 'PPAPOST - RUN DATE IN CLOSED PERIOD'
012900         MOVE 4 TO RETURN-CODE
013000     END-IF
013100     IF WS-REJECTED-COUNT > ZERO
013200         MOVE 4 TO RETURN-CODE
013300     END-IF
013400     PERFORM 9999-EXIT.
013500*
013600 1000-INITIALIZE.
013700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
013800     CALL 'PERCHK' USING WS-RUN-DATE WS-PERIOD-STATUS
013900     SORT SORT-WORK-FILE
014000         ON ASCENDING KEY SW-ADJ-KEY
014100         USING PRIOR-ADJ-FILE
014200         GIVING SORTED-ADJ-FILE
014300     OPEN INPUT  SORTED-ADJ-FILE
014400     OPEN INPUT  PPA-APPR-FILE
014500     OPEN OUTPUT POST-OUT-FILE
014600     OPEN OUTPUT ADJ-CARRY-FILE
014700     OPEN OUTPUT PPA-JRNL-FILE
014800     PERFORM 8000-READ-ADJUSTMENT
014900     PERFORM 8100-READ-APPROVAL.
015000*
015100 2000-MATCH-ONE-KEY.
015200     IF WS-ADJ-KEY < WS-APPR-KEY
015300         MOVE 'PENDING - NO APPROVAL' TO PJ-DISPOSITION
015400         PERFORM 2100-CARRY-PENDING
015500         PERFORM 8000-READ-ADJUSTMENT
015600     ELSE
015700         IF WS-ADJ-KEY > WS-APPR-KEY
015800             PERFORM 2200-JOURNAL-ORPHAN-APPROVAL
015900         ELSE
016000             PERFORM 2300-APPLY-APPROVAL
016100         END-IF
016200     END-IF.
016300*
016400*    AN ADJUSTMENT NOT YET DECIDED GOES TO THE NEXT GENERATION
016500*    STILL PENDING, WITH NO APPROVER ON IT.
016600*
016700 2100-CARRY-PENDING.
016800     ADD 1 TO WS-PENDING-COUNT
016900     MOVE 'P'    TO PA-STATUS
017000     MOVE SPACES TO PA-APPROVE-OPER
017100     MOVE 0      TO PA-APPROVE-DATE
017200     WRITE ADJ-CARRY-RECORD FROM PRIOR-PERIOD-ADJ-RECORD
017300     PERFORM 3100-WRITE-JOURNAL.
017400*
017500 2200-JOURNAL-ORPHAN-APPROVAL.
017600     ADD 1 TO WS-REJECTED-COUNT
017700     MOVE WS-RUN-DATE     TO PJ-RUN-DATE
017800     MOVE SPACES          TO PJ-ADJUSTMENT
017900     MOVE PV-ADJ-KEY      TO PJ-ADJUSTMENT (1:21)
018000     MOVE PV-APPROVE-OPER TO PJ-ADJUSTMENT (68:8)
018100     MOVE 'REJECTED - NO ADJUSTMENT' TO PJ-DISPOSITION
018200     WRITE PPA-JRNL-RECORD
018300     PERFORM 8100-READ-APPROVAL.
018400*
018500*    AN APPROVAL WITH NO APPROVER, OR ANY APPROVAL WHILE THE RUN
018600*    DATE IS ITSELF IN A CLOSED PERIOD, LEAVES THE ADJUSTMENT
018700*    PENDING; FINANCE SENDS THE APPROVAL AGAIN.
018800*
018900 2300-APPLY-APPROVAL.
019000     EVALUATE TRUE
019100         WHEN PV-APPROVED
019200             AND PV-APPROVE-OPER = SPACES
019300             ADD 1 TO WS-REJECTED-COUNT
019400             MOVE 'PENDING - NO APPROVER' TO PJ-DISPOSITION
019500             PERFORM 2100-CARRY-PENDING
019600         WHEN PV-APPROVED
019700             AND WS-PERIOD-CLOSED
019800             MOVE 'PENDING - PERIOD CLOSED' TO PJ-DISPOSITION
019900             PERFORM 2100-CARRY-PENDING
020000         WHEN PV-APPROVED
020100             PERFORM 3000-RELEASE-ADJUSTMENT
020200             MOVE 'POSTED' TO PJ-DISPOSITION
020300             PERFORM 3100-WRITE-JOURNAL
020400         WHEN PV-DECLINED
020500             ADD 1 TO WS-DECLINED-COUNT
020600             MOVE 'D'             TO PA-STATUS
020700             MOVE PV-APPROVE-OPER TO PA-APPROVE-OPER
020800             MOVE PV-APPROVE-DATE TO PA-APPROVE-DATE
020900             MOVE 'DECLINED BY FINANCE' TO PJ-DISPOSITION
021000             PERFORM 3100-WRITE-JOURNAL
021100         WHEN OTHER
021200             ADD 1 TO WS-REJECTED-COUNT
021300             MOVE 'PENDING - BAD ACTION CODE' TO PJ-DISPOSITION
021400             PERFORM 2100-CARRY-PENDING
021500     END-EVALUATE
021600     PERFORM 8000-READ-ADJUSTMENT
021700     PERFORM 8100-READ-APPROVAL.
021800*
021900*    THE HELD POSTING GOES OUT AS IT WAS MADE, BUT DATED TODAY.
022000*
022100 3000-RELEASE-ADJUSTMENT.
022200     ADD 1 TO WS-POSTED-COUNT
022300     ADD PA-AMOUNT TO WS-POSTED-AMT
022400     MOVE 'A'             TO PA-STATUS
022500     MOVE PV-APPROVE-OPER TO PA-APPROVE-OPER
022600     MOVE PV-APPROVE-DATE TO PA-APPROVE-DATE
022700     MOVE PA-RECORD-NO     TO PD-RECORD-NO
022800     MOVE PA-MOVEMENT-TYPE TO PD-MOVEMENT-TYPE
022900     MOVE PA-SOURCE        TO PD-SOURCE
023000     MOVE WS-RUN-DATE      TO PD-POST-DATE
023100     MOVE PA-AMOUNT        TO PD-AMOUNT
023200     WRITE POST-OUT-RECORD.
023300*
023400 3100-WRITE-JOURNAL.
023500     MOVE WS-RUN-DATE              TO PJ-RUN-DATE
023600     MOVE PRIOR-PERIOD-ADJ-RECORD  TO PJ-ADJUSTMENT
023700     WRITE PPA-JRNL-RECORD.
023800*
023900 8000-READ-ADJUSTMENT.
024000     READ SORTED-ADJ-FILE
024100         AT END
024200             MOVE 'Y' TO WS-ADJ-EOF-SWITCH
024300             MOVE HIGH-VALUES TO WS-ADJ-KEY
024400         NOT AT END
024500             MOVE PA-ADJ-KEY TO WS-ADJ-KEY
024600     END-READ.
024700*
024800 8100-READ-APPROVAL.
024900     READ PPA-APPR-FILE
025000         AT END
025100             MOVE 'Y' TO WS-APPR-EOF-SWITCH
025200             MOVE HIGH-VALUES TO WS-APPR-KEY
025300         NOT AT END
025400             MOVE PV-ADJ-KEY TO WS-APPR-KEY
025500     END-READ.
025600*
025700 9999-EXIT.
025800     CLOSE SORTED-ADJ-FILE PPA-APPR-FILE POST-OUT-FILE
025900           ADJ-CARRY-FILE PPA-JRNL-FILE
026000     STOP RUN.
