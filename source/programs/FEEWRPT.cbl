000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FEEWRPT.
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
001300*   10/15/26  MO    INITIAL VERSION - MONTHLY SERVICE-CHARGE     *
001400*                   WAIVER REPORT FOR BRANCH MANAGEMENT.  THE    *
001500*                   MONTH'S FEEWAPR JOURNALS GIVE WHAT EACH      *
001600*                   APPROVER APPROVED AND DECLINED UNDER EACH    *
001700*                   REASON CODE; THE MONTH'S FEECALC APPLIED-    *
001800*                   WAIVER REGISTERS GIVE WHAT WAS ACTUALLY      *
001900*                   TAKEN OFF THE CHARGES.  PRINTED BY REASON    *
002000*                   AND APPROVER WITH A SUBTOTAL PER REASON.     *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL PARM-FILE     ASSIGN TO FEEWRPRM
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT OPTIONAL WAIV-JRNL-FILE ASSIGN TO FEEWJRNA
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT OPTIONAL WAIV-APPLIED-FILE ASSIGN TO FEEWARCH
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT WAIVER-REPORT    ASSIGN TO FEEWRRPT
003600         ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900*
004000*    THE MONTH TO REPORT (YYYYMM).  ZERO TAKES THE MONTH BEFORE
004100*    THE ONE THE RUN FALLS IN.
004200*
004300 FD  PARM-FILE.
004400 01  PARM-RECORD.
004500     05  RW-REPORT-MONTH         PIC 9(06).
004600*
004700*    SAME SHAPE AS FEEWAPR'S JOURNAL RECORD - THE MONTH'S
004800*    JOURNALS, CONCATENATED.
004900*
005000 FD  WAIV-JRNL-FILE.
005100 01  WAIV-JRNL-RECORD.
005200     05  WJ-RUN-DATE             PIC 9(08).
005300     05  WJ-WAIVER-ID            PIC 9(08).
005400     05  WJ-RECORD-NO            PIC 9(09).
005500     05  WJ-CYCLE                PIC 9(06).
005600     05  WJ-AMOUNT               PIC 9(07)V99.
005700     05  WJ-REASON-CODE          PIC X(03).
005800     05  WJ-REQUEST-OPER         PIC X(08).
005900     05  WJ-APPROVE-OPER         PIC X(08).
006000     05  WJ-DISPOSITION          PIC X(25).
006100*
006200*    THE MONTH'S FEECALC APPLIED-WAIVER REGISTERS, CONCATENATED.
006300*
006400 FD  WAIV-APPLIED-FILE.
006500     COPY "FEEWAIV.cpy".
006600*
006700 FD  WAIVER-REPORT.
006800 01  WAIVER-REPORT-RECORD.
006900     05  RP-CARRIAGE-CONTROL     PIC X(01).
007000     05  RP-PRINT-LINE           PIC X(132).
007100*
007200 WORKING-STORAGE SECTION.
007300*
007400 01  WS-JRNL-EOF-SWITCH          PIC X(01) VALUE 'N'.
007500     88  WS-JRNL-EOF             VALUE 'Y'.
007600 01  WS-APPL-EOF-SWITCH          PIC X(01) VALUE 'N'.
007700     88  WS-APPL-EOF             VALUE 'Y'.
007800*
007900 01  WS-RUN-DATE                 PIC 9(08).
008000 01  WS-DATE-WORK.
008100     05  WS-DW-YYYY              PIC 9(04).
008200     05  WS-DW-MM                PIC 9(02).
008300     05  WS-DW-DD                PIC 9(02).
008400 01  WS-REPORT-MONTH             PIC 9(06) VALUE 0.
008500 01  WS-MONTH-START              PIC 9(08).
008600 01  WS-MONTH-END                PIC 9(08).
008700*
008800 01  WS-ROW-KEY.
008900     05  WS-RK-REASON-CODE       PIC X(03).
009000     05  WS-RK-APPROVE-OPER      PIC X(08).
009100 01  WS-RA-SUB                   PIC 9(03) COMP.
009200 01  WS-RA-MOVE                  PIC 9(03) COMP.
009300 01  WS-LAST-REASON              PIC X(03).
009400*
009500 01  WS-SUB-APPROVED-COUNT       PIC 9(07).
009600 01  WS-SUB-APPROVED-AMT         PIC S9(11)V99.
009700 01  WS-SUB-APPLIED-AMT          PIC S9(11)V99.
009800 01  WS-SUB-DECLINED-COUNT       PIC 9(07).
009900*
010000 01  WS-TOT-APPROVED-COUNT       PIC 9(07) VALUE 0.
010100 01  WS-TOT-APPROVED-AMT         PIC S9(11)V99 VALUE 0.
010200 01  WS-TOT-APPLIED-AMT          PIC S9(11)V99 VALUE 0.
010300 01  WS-TOT-DECLINED-COUNT       PIC 9(07) VALUE 0.
010400 01  WS-OTHER-REJECTED-COUNT     PIC 9(07) VALUE 0.
010500 01  WS-PART-APPLIED-COUNT       PIC 9(07) VALUE 0.
010600 01  WS-NO-ACCT-COUNT            PIC 9(07) VALUE 0.
010700*
010800*    ONE ROW PER REASON CODE AND APPROVER, HELD IN THAT ORDER
010900*    SO THE REPORT PRINTS WITH A BREAK ON REASON.
011000*
011100 01  RA-TABLE-MAX                PIC 9(03) COMP VALUE 500.
011200 01  RA-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
011300 01  RA-TABLE.
011400     05  RA-ENTRY OCCURS 500 TIMES.
011500         10  RA-KEY.
011600             15  RA-REASON-CODE  PIC X(03).
011700             15  RA-APPROVE-OPER PIC X(08).
011800         10  RA-APPROVED-COUNT   PIC 9(07) COMP-3.
011900         10  RA-APPROVED-AMT     PIC S9(11)V99 COMP-3.
012000         10  RA-APPLIED-AMT      PIC S9(11)V99 COMP-3.
012100         10  RA-DECLINED-COUNT   PIC 9(07) COMP-3.
012200*
012300 01  WS-HEADING-LINE.
012400     05  FILLER                  PIC X(44)
012500         VALUE 'FEEWRPT - SERVICE-CHARGE WAIVERS BY REASON  '.
012600     05  H1-RUN-DATE             PIC 9(08).
012700     05  FILLER                  PIC X(10)
012800         VALUE '   MONTH  '.
012900     05  H1-REPORT-MONTH         PIC 9(06).
013000     05  FILLER                  PIC X(64) VALUE SPACES.
013100*
013200 01  WS-COLUMN-LINE.
013300     05  FILLER                  PIC X(44)
013400         VALUE 'RSN  APPROVER  APPROVED  AMOUNT APPROVED   A'.
013500     05  FILLER                  PIC X(44)
013600         VALUE 'MOUNT APPLIED  DECLINED                     '.
013700     05  FILLER                  PIC X(44) VALUE SPACES.
013800*
013900 01  WS-DETAIL-LINE.
014000     05  DL-REASON-CODE          PIC X(03).
014100     05  FILLER                  PIC X(02) VALUE SPACES.
014200     05  DL-APPROVE-OPER         PIC X(08).
014300     05  FILLER                  PIC X(02) VALUE SPACES.
014400     05  DL-APPROVED-COUNT       PIC ZZZZ,ZZ9.
014500     05  FILLER                  PIC X(02) VALUE SPACES.
014600     05  DL-APPROVED-AMT         PIC ZZZ,ZZZ,ZZ9.99-.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  DL-APPLIED-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  DL-DECLINED-COUNT       PIC ZZZZ,ZZ9.
015100     05  FILLER                  PIC X(65) VALUE SPACES.
015200*
015300 01  WS-AMOUNT-LINE.
015400     05  TA-CAPTION              PIC X(30).
015500     05  TA-AMOUNT               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
015600     05  FILLER                  PIC X(81) VALUE SPACES.
015700*
015800 01  WS-TOTAL-LINE.
015900     05  TT-CAPTION              PIC X(30).
016000     05  TT-COUNT                PIC ZZZZZZZZ9.
016100     05  FILLER                  PIC X(93) VALUE SPACES.
016200*
016300 PROCEDURE DIVISION.
016400*
016500 0000-MAINLINE.
016600     PERFORM 1000-INITIALIZE
016700     PERFORM 2000-TAKE-ONE-JOURNAL-LINE
016800         UNTIL WS-JRNL-EOF
016900     PERFORM 3000-TAKE-ONE-APPLIED-WAIVER
017000         UNTIL WS-APPL-EOF
017100     MOVE SPACES TO WS-LAST-REASON
017200     PERFORM 4000-PRINT-ONE-ROW
017300         VARYING WS-RA-SUB FROM 1 BY 1
017400         UNTIL WS-RA-SUB > RA-TABLE-COUNT
017500     IF RA-TABLE-COUNT > ZERO
017600         PERFORM 4100-PRINT-REASON-SUBTOTAL
017700     END-IF
017800     PERFORM 5000-PRINT-TOTALS
017900     DISPLAY 'FEEWRPT - WAIVERS APPROVED: ' WS-TOT-APPROVED-COUNT
018000     DISPLAY 'FEEWRPT - AMOUNT APPLIED:   ' WS-TOT-APPLIED-AMT
018100     PERFORM 9999-EXIT.
018200*
018300 1000-INITIALIZE.
018400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018500     OPEN INPUT PARM-FILE
018600     READ PARM-FILE
018700         AT END
018800             CONTINUE
018900         NOT AT END
019000             MOVE RW-REPORT-MONTH TO WS-REPORT-MONTH
019100     END-READ
019200     CLOSE PARM-FILE
019300     IF WS-REPORT-MONTH = ZERO
019400         PERFORM 1100-SET-PRIOR-MONTH
019500     END-IF
019600     COMPUTE WS-MONTH-START = WS-REPORT-MONTH * 100 + 1
019700     COMPUTE WS-MONTH-END   = WS-REPORT-MONTH * 100 + 31
019800     OPEN INPUT  WAIV-JRNL-FILE
019900     OPEN INPUT  WAIV-APPLIED-FILE
020000     OPEN OUTPUT WAIVER-REPORT
020100     MOVE WS-RUN-DATE     TO H1-RUN-DATE
020200     MOVE WS-REPORT-MONTH TO H1-REPORT-MONTH
020300     MOVE '1' TO RP-CARRIAGE-CONTROL
020400     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
020500     WRITE WAIVER-REPORT-RECORD
020600     MOVE '0' TO RP-CARRIAGE-CONTROL
020700     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
020800     WRITE WAIVER-REPORT-RECORD
020900     READ WAIV-JRNL-FILE
021000         AT END MOVE 'Y' TO WS-JRNL-EOF-SWITCH
021100     END-READ
021200     READ WAIV-APPLIED-FILE
021300         AT END MOVE 'Y' TO WS-APPL-EOF-SWITCH
021400     END-READ.
021500*
021600 1100-SET-PRIOR-MONTH.
021700     MOVE WS-RUN-DATE TO WS-DATE-WORK
021800     IF WS-DW-MM = 1
021900         SUBTRACT 1 FROM WS-DW-YYYY
022000         MOVE 12 TO WS-DW-MM
022100     ELSE
022200         SUBTRACT 1 FROM WS-DW-MM
022300     END-IF
022400     COMPUTE WS-REPORT-MONTH = WS-DW-YYYY * 100 + WS-DW-MM.
022500*
022600******************************************************************
022700*    APPROVALS AND DECLINES - ONE FEEWAPR JOURNAL LINE PER       *
022800*    REQUEST PER RUN.  PENDING LINES REPEAT DAILY AND ARE NOT    *
022900*    COUNTED; ONLY THE DAY THE APPROVER ACTED IS.                *
023000******************************************************************
023100*
023200 2000-TAKE-ONE-JOURNAL-LINE.
023300     IF WJ-RUN-DATE NOT < WS-MONTH-START
023400         AND WJ-RUN-DATE NOT > WS-MONTH-END
023500         EVALUATE WJ-DISPOSITION
023600             WHEN 'APPROVED'
023700                 MOVE WJ-REASON-CODE  TO WS-RK-REASON-CODE
023800                 MOVE WJ-APPROVE-OPER TO WS-RK-APPROVE-OPER
023900                 PERFORM 6000-FIND-ROW
024000                 ADD 1 TO RA-APPROVED-COUNT (WS-RA-SUB)
024100                 ADD WJ-AMOUNT TO RA-APPROVED-AMT (WS-RA-SUB)
024200             WHEN 'REJECTED BY APPROVER'
024300                 MOVE WJ-REASON-CODE  TO WS-RK-REASON-CODE
024400                 MOVE WJ-APPROVE-OPER TO WS-RK-APPROVE-OPER
024500                 PERFORM 6000-FIND-ROW
024600                 ADD 1 TO RA-DECLINED-COUNT (WS-RA-SUB)
024700             WHEN 'PENDING - NO APPROVAL'
024800                 CONTINUE
024900             WHEN OTHER
025000                 ADD 1 TO WS-OTHER-REJECTED-COUNT
025100         END-EVALUATE
025200     END-IF
025300     READ WAIV-JRNL-FILE
025400         AT END MOVE 'Y' TO WS-JRNL-EOF-SWITCH
025500     END-READ.
025600*
025700 3000-TAKE-ONE-APPLIED-WAIVER.
025800     IF FW-APPLIED-DATE NOT < WS-MONTH-START
025900         AND FW-APPLIED-DATE NOT > WS-MONTH-END
026000         IF FW-NO-ACCOUNT
026100             ADD 1 TO WS-NO-ACCT-COUNT
026200         ELSE
026300             IF FW-PART-APPLIED
026400                 ADD 1 TO WS-PART-APPLIED-COUNT
026500             END-IF
026600             MOVE FW-REASON-CODE  TO WS-RK-REASON-CODE
026700             MOVE FW-APPROVE-OPER TO WS-RK-APPROVE-OPER
026800             PERFORM 6000-FIND-ROW
026900             ADD FW-APPLIED-AMT TO RA-APPLIED-AMT (WS-RA-SUB)
027000         END-IF
027100     END-IF
027200     READ WAIV-APPLIED-FILE
027300         AT END MOVE 'Y' TO WS-APPL-EOF-SWITCH
027400     END-READ.
027500*
027600 4000-PRINT-ONE-ROW.
027700     IF RA-REASON-CODE (WS-RA-SUB) NOT = WS-LAST-REASON
027800         IF WS-RA-SUB > 1
027900             PERFORM 4100-PRINT-REASON-SUBTOTAL
028000         END-IF
028100         MOVE RA-REASON-CODE (WS-RA-SUB) TO WS-LAST-REASON
028200         MOVE 0 TO WS-SUB-APPROVED-COUNT
028300         MOVE 0 TO WS-SUB-APPROVED-AMT
028400         MOVE 0 TO WS-SUB-APPLIED-AMT
028500         MOVE 0 TO WS-SUB-DECLINED-COUNT
028600     END-IF
028700     ADD RA-APPROVED-COUNT (WS-RA-SUB) TO WS-SUB-APPROVED-COUNT
028800     ADD RA-APPROVED-AMT (WS-RA-SUB)   TO WS-SUB-APPROVED-AMT
028900     ADD RA-APPLIED-AMT (WS-RA-SUB)    TO WS-SUB-APPLIED-AMT
029000     ADD RA-DECLINED-COUNT (WS-RA-SUB) TO WS-SUB-DECLINED-COUNT
029100     MOVE RA-REASON-CODE (WS-RA-SUB)    TO DL-REASON-CODE
029200     MOVE RA-APPROVE-OPER (WS-RA-SUB)   TO DL-APPROVE-OPER
029300     MOVE RA-APPROVED-COUNT (WS-RA-SUB) TO DL-APPROVED-COUNT
029400     MOVE RA-APPROVED-AMT (WS-RA-SUB)   TO DL-APPROVED-AMT
029500     MOVE RA-APPLIED-AMT (WS-RA-SUB)    TO DL-APPLIED-AMT
029600     MOVE RA-DECLINED-COUNT (WS-RA-SUB) TO DL-DECLINED-COUNT
029700     MOVE ' ' TO RP-CARRIAGE-CONTROL
029800     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
029900     WRITE WAIVER-REPORT-RECORD.
030000*
030100 4100-PRINT-REASON-SUBTOTAL.
030200     ADD WS-SUB-APPROVED-COUNT TO WS-TOT-APPROVED-COUNT
030300     ADD WS-SUB-APPROVED-AMT   TO WS-TOT-APPROVED-AMT
030400     ADD WS-SUB-APPLIED-AMT    TO WS-TOT-APPLIED-AMT
030500     ADD WS-SUB-DECLINED-COUNT TO WS-TOT-DECLINED-COUNT
030600     MOVE WS-LAST-REASON        TO DL-REASON-CODE
030700     MOVE 'SUBTOTAL'            TO DL-APPROVE-OPER
030800     MOVE WS-SUB-APPROVED-COUNT TO DL-APPROVED-COUNT
030900     MOVE WS-SUB-APPROVED-AMT   TO DL-APPROVED-AMT
031000     MOVE WS-SUB-APPLIED-AMT    TO DL-APPLIED-AMT
031100     MOVE WS-SUB-DECLINED-COUNT TO DL-DECLINED-COUNT
031200     MOVE ' ' TO RP-CARRIAGE-CONTROL
031300     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
031400     WRITE WAIVER-REPORT-RECORD
031500     MOVE SPACES TO RP-PRINT-LINE
031600     WRITE WAIVER-REPORT-RECORD.
031700*
031800 5000-PRINT-TOTALS.
031900     MOVE '0' TO RP-CARRIAGE-CONTROL
032000     MOVE SPACES TO RP-PRINT-LINE
032100     WRITE WAIVER-REPORT-RECORD
032200     MOVE 'WAIVERS APPROVED              ' TO TT-CAPTION
032300     MOVE WS-TOT-APPROVED-COUNT TO TT-COUNT
032400     PERFORM 5010-PRINT-TOTAL-LINE
032500     MOVE 'AMOUNT APPROVED               ' TO TA-CAPTION
032600     MOVE WS-TOT-APPROVED-AMT TO TA-AMOUNT
032700     PERFORM 5020-PRINT-AMOUNT-LINE
032800     MOVE 'AMOUNT APPLIED TO CHARGES     ' TO TA-CAPTION
032900     MOVE WS-TOT-APPLIED-AMT TO TA-AMOUNT
033000     PERFORM 5020-PRINT-AMOUNT-LINE
033100     MOVE 'DECLINED BY APPROVER          ' TO TT-CAPTION
033200     MOVE WS-TOT-DECLINED-COUNT TO TT-COUNT
033300     PERFORM 5010-PRINT-TOTAL-LINE
033400     MOVE 'OTHER REJECTIONS              ' TO TT-CAPTION
033500     MOVE WS-OTHER-REJECTED-COUNT TO TT-COUNT
033600     PERFORM 5010-PRINT-TOTAL-LINE
033700     MOVE 'PART-APPLIED, REST CARRIED    ' TO TT-CAPTION
033800     MOVE WS-PART-APPLIED-COUNT TO TT-COUNT
033900     PERFORM 5010-PRINT-TOTAL-LINE
034000     MOVE 'NOT APPLIED - NO SUCH ACCOUNT ' TO TT-CAPTION
034100     MOVE WS-NO-ACCT-COUNT TO TT-COUNT
034200     PERFORM 5010-PRINT-TOTAL-LINE.
034300*
034400 5010-PRINT-TOTAL-LINE.
034500     MOVE ' ' TO RP-CARRIAGE-CONTROL
034600     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
034700     WRITE WAIVER-REPORT-RECORD.
034800*
034900 5020-PRINT-AMOUNT-LINE.
035000     MOVE ' ' TO RP-CARRIAGE-CONTROL
035100     MOVE WS-AMOUNT-LINE TO RP-PRINT-LINE
035200     WRITE WAIVER-REPORT-RECORD.
035300*
035400******************************************************************
035500*    FIND THE ROW FOR WS-ROW-KEY, OR OPEN ONE IN ITS PLACE IN    *
035600*    KEY ORDER.  LEAVES WS-RA-SUB ON THE ROW.                    *
035700******************************************************************
035800*
035900 6000-FIND-ROW.
036000     PERFORM 6100-SCAN-ROW-TABLE
036100         VARYING WS-RA-SUB FROM 1 BY 1
036200         UNTIL WS-RA-SUB > RA-TABLE-COUNT
036300         OR RA-KEY (WS-RA-SUB) NOT < WS-ROW-KEY
036400     IF WS-RA-SUB > RA-TABLE-COUNT
036500         PERFORM 6200-OPEN-ROW
036600     ELSE
036700         IF RA-KEY (WS-RA-SUB) NOT = WS-ROW-KEY
036800             PERFORM 6200-OPEN-ROW
036900         END-IF
037000     END-IF.
037100*
037200 6100-SCAN-ROW-TABLE.
037300     CONTINUE.
037400*
037500*    A REASON OR APPROVER LEFT OUT FOR WANT OF ROOM WOULD
037600*    UNDERSTATE THE REPORT, SO A FULL TABLE STOPS THE RUN.
037700*
037800 6200-OPEN-ROW.
037900     IF RA-TABLE-COUNT NOT < RA-TABLE-MAX
038000         DISPLAY 'FEEWRPT - REASON/APPROVER TABLE FULL AT '
038100             RA-TABLE-MAX ' ENTRIES - NO REPORT PRODUCED'
038200         MOVE 8 TO RETURN-CODE
038300         STOP RUN
038400     END-IF
038500     PERFORM 6300-SHIFT-ONE-ROW
038600         VARYING WS-RA-MOVE FROM RA-TABLE-COUNT BY -1
038700         UNTIL WS-RA-MOVE < WS-RA-SUB
038800     ADD 1 TO RA-TABLE-COUNT
038900     MOVE WS-ROW-KEY TO RA-KEY (WS-RA-SUB)
039000     MOVE 0 TO RA-APPROVED-COUNT (WS-RA-SUB)
039100     MOVE 0 TO RA-APPROVED-AMT (WS-RA-SUB)
039200     MOVE 0 TO RA-APPLIED-AMT (WS-RA-SUB)
039300     MOVE 0 TO RA-DECLINED-COUNT (WS-RA-SUB).
039400*
039500 6300-SHIFT-ONE-ROW.
039600     MOVE RA-ENTRY (WS-RA-MOVE) TO RA-ENTRY (WS-RA-MOVE + 1).
039700*
039800 9999-EXIT.
039900     CLOSE WAIV-JRNL-FILE WAIV-APPLIED-FILE WAIVER-REPORT
040000     STOP RUN.
