002300*                   PAST ITS RECEIVER DEADLINE - SO A FEED       *
002400*                   NOBODY PICKED UP SURFACES NEXT MORNING,      *
002500*                   NOT THREE DAYS LATER.                        *
002510*   10/15/26  MO    REGISTER NOW CARRIES THE CASH CYCLE FOR A    *
002520*                   FILE THAT MOVES MONEY: A CYCLE STATUS (SENT, *
002530*                   CREDITED, RECONCILED, CASH EXCEPTION) WITH   *
002540*                   THE DATE AND AMOUNT THE BANK CREDITED.       *
002550*                   DDRECON POSTS 'K' CREDITED, 'R' RECONCILED   *
002560*                   AND 'X' CASH EXCEPTION EVENTS ON THE SAME    *
002570*                   FEED; AN ENTRY IN CASH EXCEPTION IS LISTED   *
002580*                   ON THE STANDING EXCEPTION REPORT.            *
002582*   10/15/26  MO    A LATE OR REPEATED CREDITED EVENT NO LONGER  *
002584*                   TAKES A RECONCILED OR CASH EXCEPTION ENTRY   *
002586*                   BACK TO CREDITED; THE CREDIT DATE AND AMOUNT *
002588*                   ARE STILL RECORDED.                          *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
004900     05  OR-ACK-DEADLINE         PIC 9(08).
005000     05  OR-SENT-DATE            PIC 9(08).
005100     05  OR-ACK-DATE             PIC 9(08).
005120     05  OR-CYCLE-STATUS         PIC X(01).
005140     05  OR-CREDIT-DATE          PIC 9(08).
005160     05  OR-CREDITED-AMT         PIC S9(11)V99.
005200*
005300 FD  EVENT-FILE.
005400 01  EVENT-RECORD.
005800         88  EV-CREATED          VALUE 'C'.
005900         88  EV-TRANSMITTED      VALUE 'T'.
006000         88  EV-ACKNOWLEDGED     VALUE 'A'.
006020         88  EV-CREDITED         VALUE 'K'.
006040         88  EV-RECONCILED       VALUE 'R'.
006060         88  EV-CASH-EXCEPTION   VALUE 'X'.
006100     05  EV-EVENT-DATE           PIC 9(08).
006120     05  EV-CREATE-DATA.
006140         10  EV-RECEIVER         PIC X(12).
006160         10  EV-ACK-DEADLINE     PIC 9(08).
006180     05  EV-CASH-DATA REDEFINES EV-CREATE-DATA.
006200         10  EV-CREDITED-AMT     PIC S9(11)V99.
006220         10  FILLER              PIC X(07).
006400*
006500 FD  NEW-REG-FILE.
006600 01  NEW-REG-RECORD.
007000     05  NR-ACK-DEADLINE         PIC 9(08).
007100     05  NR-SENT-DATE            PIC 9(08).
007200     05  NR-ACK-DATE             PIC 9(08).
007220     05  NR-CYCLE-STATUS         PIC X(01).
007240     05  NR-CREDIT-DATE          PIC 9(08).
007260     05  NR-CREDITED-AMT         PIC S9(11)V99.
007300*
007400 FD  EXCP-REPORT.
007500 01  EXCP-REPORT-RECORD.
008800 01  WS-RUN-DATE                 PIC 9(08).
008900 01  WS-UNSENT-COUNT             PIC 9(05) VALUE 0.
009000 01  WS-OVERDUE-COUNT            PIC 9(05) VALUE 0.
009050 01  WS-CASH-EXCP-COUNT          PIC 9(05) VALUE 0.
009100 01  WS-RG-SUB                   PIC 9(04) COMP.
009200*
009300 01  RG-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
010000         10  RG-ACK-DEADLINE     PIC 9(08).
010100         10  RG-SENT-DATE        PIC 9(08).
010200         10  RG-ACK-DATE         PIC 9(08).
010220         10  RG-CYCLE-STATUS     PIC X(01).
010240             88  RG-CASH-EXCEPTION VALUE 'E'.
010260         10  RG-CREDIT-DATE      PIC 9(08).
010280         10  RG-CREDITED-AMT     PIC S9(11)V99.
010300*
010400 01  WS-HEADING-LINE.
010500     05  FILLER                  PIC X(48) VALUE
012900         UNTIL WS-RG-SUB > RG-TABLE-COUNT
013000     DISPLAY 'XMITUPD - UNSENT EXTRACTS:    ' WS-UNSENT-COUNT
013100     DISPLAY 'XMITUPD - OVERDUE UNACKED:    ' WS-OVERDUE-COUNT
013150     DISPLAY 'XMITUPD - CASH EXCEPTIONS:    ' WS-CASH-EXCP-COUNT
013200     PERFORM 9999-EXIT.
013300*
013400 1000-INITIALIZE.
016200             TO RG-ACK-DEADLINE (RG-TABLE-COUNT)
016300         MOVE OR-SENT-DATE   TO RG-SENT-DATE (RG-TABLE-COUNT)
016400         MOVE OR-ACK-DATE    TO RG-ACK-DATE (RG-TABLE-COUNT)
016410         MOVE OR-CYCLE-STATUS
016420             TO RG-CYCLE-STATUS (RG-TABLE-COUNT)
016430         MOVE OR-CREDIT-DATE TO RG-CREDIT-DATE (RG-TABLE-COUNT)
016440         MOVE OR-CREDITED-AMT
016450             TO RG-CREDITED-AMT (RG-TABLE-COUNT)
016500     END-IF
016600     READ OLD-REG-FILE
016700         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
019300             WHEN EV-TRANSMITTED
019400                 MOVE EV-EVENT-DATE
019500                     TO RG-SENT-DATE (WS-RG-SUB)
019520                 IF RG-CYCLE-STATUS (WS-RG-SUB) = SPACE
019540                     MOVE 'S' TO RG-CYCLE-STATUS (WS-RG-SUB)
019560                 END-IF
019600             WHEN EV-ACKNOWLEDGED
019700                 MOVE EV-EVENT-DATE
019800                     TO RG-ACK-DATE (WS-RG-SUB)
019805             WHEN EV-CREDITED
019806                 IF RG-CYCLE-STATUS (WS-RG-SUB) = SPACE
019807                     OR RG-CYCLE-STATUS (WS-RG-SUB) = 'S'
019810                     MOVE 'C' TO RG-CYCLE-STATUS (WS-RG-SUB)
019812                 END-IF
019815                 MOVE EV-EVENT-DATE
019820                     TO RG-CREDIT-DATE (WS-RG-SUB)
019825                 MOVE EV-CREDITED-AMT
019830                     TO RG-CREDITED-AMT (WS-RG-SUB)
019835             WHEN EV-RECONCILED
019840                 MOVE 'R' TO RG-CYCLE-STATUS (WS-RG-SUB)
019845             WHEN EV-CASH-EXCEPTION
019850                 MOVE 'E' TO RG-CYCLE-STATUS (WS-RG-SUB)
019900             WHEN OTHER
020000                 CONTINUE
020100         END-EVALUATE
021200             TO RG-ACK-DEADLINE (RG-TABLE-COUNT)
021300         MOVE 0 TO RG-SENT-DATE (RG-TABLE-COUNT)
021400         MOVE 0 TO RG-ACK-DATE (RG-TABLE-COUNT)
021420         MOVE SPACE TO RG-CYCLE-STATUS (RG-TABLE-COUNT)
021440         MOVE 0 TO RG-CREDIT-DATE (RG-TABLE-COUNT)
021460         MOVE 0 TO RG-CREDITED-AMT (RG-TABLE-COUNT)
021500     END-IF.
021600*
021700 3000-DISPOSE-ONE-ENTRY.
022200     MOVE RG-ACK-DEADLINE (WS-RG-SUB) TO NR-ACK-DEADLINE
022300     MOVE RG-SENT-DATE (WS-RG-SUB)    TO NR-SENT-DATE
022400     MOVE RG-ACK-DATE (WS-RG-SUB)     TO NR-ACK-DATE
022420     MOVE RG-CYCLE-STATUS (WS-RG-SUB) TO NR-CYCLE-STATUS
022440     MOVE RG-CREDIT-DATE (WS-RG-SUB)  TO NR-CREDIT-DATE
022460     MOVE RG-CREDITED-AMT (WS-RG-SUB) TO NR-CREDITED-AMT
022500     WRITE NEW-REG-RECORD
022600     IF RG-SENT-DATE (WS-RG-SUB) = ZERO
022700         ADD 1 TO WS-UNSENT-COUNT
023500                 TO DT-STATUS
023600             PERFORM 3100-REPORT-EXCEPTION
023700         END-IF
023800     END-IF
023815     IF RG-CASH-EXCEPTION (WS-RG-SUB)
023830         ADD 1 TO WS-CASH-EXCP-COUNT
023845         MOVE 'CASH NOT RECONCILED           ' TO DT-STATUS
023860         PERFORM 3100-REPORT-EXCEPTION
023875     END-IF.
023900*
024000 3100-REPORT-EXCEPTION.
024100     MOVE RG-EXTRACT-NAME (WS-RG-SUB) TO DT-EXTRACT-NAME
