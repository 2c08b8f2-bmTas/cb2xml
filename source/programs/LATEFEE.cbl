000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LATEFEE.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COMBINED BILLING BATCH - PAYMENTS INTERFACE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - LATE PAYMENT FEES FROM     *
001400*                   THE INVAGING DUNNING TRIGGERS.  RUNS ON THE  *
001500*                   NEXT CYCLE'S STATEMENT EXTRACT AHEAD OF      *
001600*                   STMTSEQ: THE STREAM IS COPIED THROUGH AND,   *
001700*                   FOR EACH ACCOUNT CHARGED, ONE FEE DTL LINE   *
001800*                   PER TRIGGER IS APPENDED ON A NEW FEE         *
001900*                   INVOICE WITH ITS OWN UNXINVS 'INV' SUMMARY,  *
002000*                   SO THE FEE PRINTS, BALANCES THROUGH          *
002100*                   INVBALCK AND AGES IN INVAGING LIKE ANY       *
002200*                   OTHER CHARGE.  THE FEE COMES FROM THE        *
002300*                   SCHEDULE FOR THE PARTNER (ACTIVE ON          *
002400*                   PARTMAST) AND DUNNING LEVEL - FLAT OR A      *
002500*                   PERCENTAGE OF THE OPEN AMOUNT, WITH A        *
002600*                   MINIMUM AND A CAP.  AN INVOICE WITH AN OPEN  *
002700*                   DISPUTE (DSPMAST) OR AN ACCOUNT ON A HOLD    *
002800*                   IN FORCE (HOLDMAST) IS NOT CHARGED, AND THE  *
002900*                   FEE REGISTER (LATEFREG.CPY) STOPS AN         *
003000*                   INVOICE BEING CHARGED TWICE FOR ONE LEVEL.   *
003020*   10/15/26  MO    A FULL DISPUTE OR HOLD TABLE NOW STOPS THE   *
003040*                   RUN, AS A FULL REGISTER TABLE DOES.          *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT DUN-TRIG-FILE   ASSIGN TO DUNTRIG
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT SORT-WORK-FILE  ASSIGN TO SRTWK01.
004200     SELECT SORTED-TRIG-FILE ASSIGN TO DUNTSRT
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT FEE-SCHED-FILE  ASSIGN TO LATEFSCH
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT PART-MAST-FILE  ASSIGN TO PARTNEW
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT DSP-MAST-FILE   ASSIGN TO DSPNEW
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT HOLD-MAST-FILE  ASSIGN TO HOLDNEW
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT OPTIONAL FEE-REG-FILE ASSIGN TO LATEFREG
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT STMT-DETAIL-FILE ASSIGN TO UNXDTLIN
005500         ORGANIZATION IS SEQUENTIAL.
005600     SELECT STMT-OUT-FILE   ASSIGN TO LATEFOUT
005700         ORGANIZATION IS SEQUENTIAL.
005800     SELECT FEE-REPORT      ASSIGN TO LATEFRPT
005900         ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100 FILE SECTION.
006200*
006300*    THE INVAGING DUNNING TRIGGER, ONE PER AGED INVOICE PER
006400*    CYCLE - AN INVOICE STILL OPEN TRIGGERS AGAIN EVERY CYCLE.
006500*
006600 FD  DUN-TRIG-FILE.
006700 01  DUN-TRIG-IN-RECORD          PIC X(66).
006800*
006900 SD  SORT-WORK-FILE.
007000 01  SORT-WORK-RECORD.
007100     05  SW-ACCT-NUMBER          PIC X(20).
007200     05  SW-INVOICE-NUM          PIC X(11).
007300     05  FILLER                  PIC X(05).
007400     05  SW-DUN-LEVEL            PIC 9(01).
007500     05  FILLER                  PIC X(29).
007600*
007700 FD  SORTED-TRIG-FILE.
007800 01  DUN-TRIG-RECORD.
007900     05  DT-ACCT-NUMBER          PIC X(20).
008000     05  DT-INVOICE-NUM          PIC X(11).
008100     05  DT-AGE-DAYS             PIC 9(05).
008200     05  DT-DUN-LEVEL            PIC 9(01).
008300     05  DT-MSG-ID               PIC X(08).
008400     05  DT-OPEN-AMT             PIC S9(11)V99.
008500     05  DT-SYS-PRIN             PIC X(08).
008600*
008700*    FEE SCHEDULE - ONE ROW PER PARTNER AND DUNNING LEVEL, AS
008800*    AGREED IN THE PARTNER CONTRACT.  PARTNER 00000000 IS THE
008900*    DEFAULT FOR A LEVEL WHERE A PARTNER HAS NO ROW OF ITS OWN;
009000*    A PARTNER WITH NEITHER IS NOT CHARGED AT THAT LEVEL.
009100*
009200 FD  FEE-SCHED-FILE.
009300 01  FEE-SCHED-RECORD.
009400     05  FS-PARTNER-ID           PIC 9(08).
009500     05  FS-DUN-LEVEL            PIC 9(01).
009600     05  FS-FEE-TYPE             PIC X(01).
009700         88  FS-FLAT-FEE         VALUE 'F'.
009800         88  FS-PERCENT-FEE      VALUE 'P'.
009900     05  FS-FLAT-AMT             PIC 9(05)V99.
010000     05  FS-PERCENT              PIC 9(02)V99.
010100     05  FS-MINIMUM-AMT          PIC 9(05)V99.
010200     05  FS-CAP-AMT              PIC 9(05)V99.
010300*
010400 FD  PART-MAST-FILE.
010500     COPY "PARTMAST.cpy".
010600*
010700 FD  DSP-MAST-FILE.
010800     COPY "DSPMAST.cpy".
010900*
011000 FD  HOLD-MAST-FILE.
011100     COPY "HOLDMAST.cpy".
011200*
011300 FD  FEE-REG-FILE.
011400     COPY "LATEFREG.cpy".
011500*
011600*    ONLY THE FIELDS THE FEE LINE BORROWS FROM THE ACCOUNT'S
011700*    OWN DTL LINES ARE NAMED, AT THEIR DTL OFFSETS.
011800*
011900 FD  STMT-DETAIL-FILE.
012000 01  STMT-IN-RECORD.
012100     05  SI-REC-TYPE             PIC X(03).
012200     05  SI-SYS-PRIN             PIC X(08).
012300     05  SI-ACCT-NUMBER          PIC X(20).
012400     05  SI-RECORD-TYPE          PIC X(03).
012500     05  SI-PARTNER-ID           PIC 9(08).
012600     05  SI-MEMBER-ID            PIC 9(13).
012700     05  SI-ARRANGE-NUM          PIC 9(02).
012800     05  SI-STMT-ORDER           PIC 9(02).
012900     05  FILLER                  PIC X(87).
013000     05  SI-LINE-DEF             PIC X(05).
013100     05  FILLER                  PIC X(10).
013200     05  SI-COLUMN-DEF           PIC X(05).
013300     05  FILLER                  PIC X(1581).
013400*
013500 FD  STMT-OUT-FILE.
013600     COPY "cpyUnxdetail.cbl".
013700*
013800 FD  FEE-REPORT.
013900 01  FEE-REPORT-RECORD.
014000     05  RP-CARRIAGE-CONTROL     PIC X(01).
014100     05  RP-PRINT-LINE           PIC X(132).
014200*
014300 WORKING-STORAGE SECTION.
014400*
014500 01  WS-TRIG-EOF-SWITCH          PIC X(01) VALUE 'N'.
014600     88  WS-TRIG-EOF             VALUE 'Y'.
014700 01  WS-SCHED-EOF-SWITCH         PIC X(01) VALUE 'N'.
014800     88  WS-SCHED-EOF            VALUE 'Y'.
014900 01  WS-PART-EOF-SWITCH          PIC X(01) VALUE 'N'.
015000     88  WS-PART-EOF             VALUE 'Y'.
015100 01  WS-DSP-EOF-SWITCH           PIC X(01) VALUE 'N'.
015200     88  WS-DSP-EOF              VALUE 'Y'.
015300 01  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
015400     88  WS-HOLD-EOF             VALUE 'Y'.
015500 01  WS-REG-EOF-SWITCH           PIC X(01) VALUE 'N'.
015600     88  WS-REG-EOF              VALUE 'Y'.
015700 01  WS-DTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
015800     88  WS-DTL-EOF              VALUE 'Y'.
015900 01  WS-FOUND-SWITCH             PIC X(01).
016000     88  WS-FOUND                VALUE 'Y'.
016100*
016200 01  WS-RUN-DATE                 PIC 9(08).
016300 01  WS-FEE-AMT                  PIC S9(07)V99.
016400 01  WS-DISPOSITION              PIC X(20).
016500 01  WS-AGE-DISPLAY              PIC ZZZZ9.
016600 01  WS-TG-SUB                   PIC 9(04) COMP.
016700 01  WS-AC-SUB                   PIC 9(04) COMP.
016800 01  WS-LAST-TG-SUB              PIC 9(04) COMP.
016900 01  WS-FEE-LINE-COUNT           PIC 9(07).
017000 01  WS-FEE-INVOICE-TOTAL        PIC S9(11)V99.
017100*
017200 01  WS-TRIGGERS-READ            PIC 9(07) VALUE 0.
017300 01  WS-FEES-RAISED              PIC 9(07) VALUE 0.
017400 01  WS-FEE-INVOICES             PIC 9(07) VALUE 0.
017500 01  WS-SKIPPED-COUNT            PIC 9(07) VALUE 0.
017600 01  WS-TOTAL-FEES               PIC S9(11)V99 VALUE 0.
017700*
017800*    FEE INVOICE NUMBER - 'L', THE RUN DATE YYMMDD AND A RUN
017900*    SEQUENCE, ELEVEN BYTES LIKE ANY OTHER INVOICE NUMBER.
018000*
018100 01  WS-FEE-INVOICE-NUM.
018200     05  FI-PREFIX               PIC X(01) VALUE 'L'.
018300     05  FI-RUN-YYMMDD           PIC 9(06).
018400     05  FI-SEQUENCE             PIC 9(04) VALUE 0.
018500 01  WS-MAX-FEE-INVOICES         PIC 9(04) VALUE 9999.
018600*
018700*    THE FEE INVOICE'S SUMMARY IS BUILT HERE IN ITS OWN SHELL.
018800*
018900     COPY "UNXINVS.cpy".
019000*
019100 01  LS-TABLE-MAX                PIC 9(03) COMP VALUE 500.
019200 01  LS-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
019300 01  LS-TABLE.
019400     05  LS-ENTRY OCCURS 500 TIMES
019500                  INDEXED BY LS-IDX.
019600         10  LS-PARTNER-ID       PIC 9(08).
019700         10  LS-DUN-LEVEL        PIC 9(01).
019800         10  LS-FEE-TYPE         PIC X(01).
019900         10  LS-FLAT-AMT         PIC 9(05)V99.
020000         10  LS-PERCENT          PIC 9(02)V99.
020100         10  LS-MINIMUM-AMT      PIC 9(05)V99.
020200         10  LS-CAP-AMT          PIC 9(05)V99.
020300*
020400 01  PT-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
020500 01  PT-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
020600 01  PT-TABLE.
020700     05  PT-ENTRY OCCURS 2000 TIMES
020800                  INDEXED BY PT-IDX.
020900         10  PT-PARTNER-ID       PIC 9(08).
021000         10  PT-ACTIVE-FLAG      PIC X(01).
021100*
021200*    INVOICES WITH AT LEAST ONE DETAIL LINE IN OPEN DISPUTE.
021300*
021400 01  DP-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
021500 01  DP-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
021600 01  DP-TABLE.
021700     05  DP-ENTRY OCCURS 5000 TIMES
021800                  INDEXED BY DP-IDX.
021900         10  DP-INVOICE-NUM      PIC X(11).
022000*
022100 01  HT-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
022200 01  HT-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
022300 01  HT-TABLE.
022400     05  HT-ENTRY OCCURS 5000 TIMES
022500                  INDEXED BY HT-IDX.
022600         10  HT-PARTNER-ID       PIC 9(08).
022700         10  HT-MEMBER-ID        PIC 9(13).
022800         10  HT-EFF-FROM-DATE    PIC 9(08).
022900         10  HT-EFF-TO-DATE      PIC 9(08).
023000*
023100 01  RG-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
023200 01  RG-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
023300 01  RG-TABLE.
023400     05  RG-ENTRY OCCURS 20000 TIMES
023500                  INDEXED BY RG-IDX.
023600         10  RG-INVOICE-NUM      PIC X(11).
023700         10  RG-DUN-LEVEL        PIC 9(01).
023800*
023900*    THE DAY'S TRIGGERS IN ACCOUNT ORDER, AND ONE ENTRY PER
024000*    ACCOUNT HOLDING THE STATEMENT KEYS ITS FEE LINES GO OUT
024100*    UNDER - TAKEN FROM THE ACCOUNT'S FIRST DTL LINE ON THIS
024200*    CYCLE'S STREAM.  AN ACCOUNT WITH NO LINES THIS CYCLE
024300*    FALLS BACK TO THE PARTNER AND MEMBER STEM IN ITS ACCT
024400*    NUMBER, CHECK POSITION ZERO, AS INVAGING'S HOLDS DO.
024500*
024600 01  TG-TABLE-MAX                PIC 9(04) COMP VALUE 9000.
024700 01  TG-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
024800 01  TG-TABLE.
024900     05  TG-ENTRY OCCURS 9000 TIMES
025000                  INDEXED BY TG-IDX.
025100         10  TG-ACCT-NUMBER      PIC X(20).
025200         10  TG-INVOICE-NUM      PIC X(11).
025300         10  TG-AGE-DAYS         PIC 9(05).
025400         10  TG-DUN-LEVEL        PIC 9(01).
025500         10  TG-OPEN-AMT         PIC S9(11)V99 COMP-3.
025600*
025700 01  AC-TABLE-MAX                PIC 9(04) COMP VALUE 9000.
025800 01  AC-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
025900 01  AC-TABLE.
026000     05  AC-ENTRY OCCURS 9000 TIMES
026100                  INDEXED BY AC-IDX.
026200         10  AC-ACCT-NUMBER      PIC X(20).
026300         10  AC-FIRST-TG-SUB     PIC 9(04) COMP.
026400         10  AC-TG-COUNT         PIC 9(04) COMP.
026500         10  AC-ON-STREAM-FLAG   PIC X(01).
026600             88  AC-ON-STREAM    VALUE 'Y'.
026700         10  AC-SYS-PRIN         PIC X(08).
026800         10  AC-PARTNER-ID       PIC 9(08).
026900         10  AC-MEMBER-ID        PIC 9(13).
027000         10  AC-ARRANGE-NUM      PIC 9(02).
027100         10  AC-STMT-ORDER       PIC 9(02).
027200         10  AC-LINE-DEF         PIC X(05).
027300         10  AC-COLUMN-DEF       PIC X(05).
027400*
027500 01  WS-HEADING-LINE.
027600     05  FILLER                  PIC X(40)
027700         VALUE 'LATEFEE - LATE PAYMENT FEE ASSESSMENT   '.
027800     05  H1-RUN-DATE             PIC 9(08).
027900     05  FILLER                  PIC X(84) VALUE SPACES.
028000*
028100 01  WS-COLUMN-LINE.
028200     05  FILLER                  PIC X(44)
028300         VALUE 'ACCOUNT              INVOICE     LVL    AGE '.
028400     05  FILLER                  PIC X(44)
028500         VALUE '     OPEN AMOUNT       FEE  FEE INVOICE  DIS'.
028600     05  FILLER                  PIC X(44)
028700         VALUE 'POSITION                                    '.
028800*
028900 01  WS-DETAIL-LINE.
029000     05  DL-ACCT-NUMBER          PIC X(20).
029100     05  FILLER                  PIC X(01) VALUE SPACE.
029200     05  DL-INVOICE-NUM          PIC X(11).
029300     05  FILLER                  PIC X(02) VALUE SPACES.
029400     05  DL-DUN-LEVEL            PIC 9(01).
029500     05  FILLER                  PIC X(03) VALUE SPACES.
029600     05  DL-AGE-DAYS             PIC ZZZZ9.
029700     05  FILLER                  PIC X(02) VALUE SPACES.
029800     05  DL-OPEN-AMT             PIC ZZZZZZZZZZ9.99-.
029900     05  FILLER                  PIC X(01) VALUE SPACE.
030000     05  DL-FEE-AMT              PIC ZZZZZ9.99.
030100     05  FILLER                  PIC X(02) VALUE SPACES.
030200     05  DL-FEE-INVOICE-NUM      PIC X(11).
030300     05  FILLER                  PIC X(02) VALUE SPACES.
030400     05  DL-DISPOSITION          PIC X(20).
030500     05  FILLER                  PIC X(27) VALUE SPACES.
030600*
030700 01  WS-TOTAL-LINE.
030800     05  TT-CAPTION              PIC X(30).
030900     05  TT-COUNT                PIC ZZZZZZ9.
031000     05  FILLER                  PIC X(02) VALUE SPACES.
031100     05  TT-AMOUNT               PIC ZZZZZZZZZZ9.99-.
031200     05  FILLER                  PIC X(78) VALUE SPACES.
031300*
031400 PROCEDURE DIVISION.
031500*
031600 0000-MAINLINE.
031700     PERFORM 1000-INITIALIZE
031800     PERFORM 2000-COPY-ONE-RECORD
031900         UNTIL WS-DTL-EOF
032000     PERFORM 3000-ASSESS-ONE-ACCOUNT
032100         VARYING WS-AC-SUB FROM 1 BY 1
032200         UNTIL WS-AC-SUB > AC-TABLE-COUNT
032300     PERFORM 5000-PRINT-TOTALS
032400     DISPLAY 'LATEFEE - TRIGGERS READ:    ' WS-TRIGGERS-READ
032500     DISPLAY 'LATEFEE - FEES RAISED:      ' WS-FEES-RAISED
032600     DISPLAY 'LATEFEE - FEE INVOICES:     ' WS-FEE-INVOICES
032700     DISPLAY 'LATEFEE - TOTAL FEES:       ' WS-TOTAL-FEES
032800     PERFORM 9999-EXIT.
032900*
033000 1000-INITIALIZE.
033100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
033200     MOVE WS-RUN-DATE (3:6) TO FI-RUN-YYMMDD
033300     OPEN INPUT FEE-SCHED-FILE
033400     READ FEE-SCHED-FILE
033500         AT END MOVE 'Y' TO WS-SCHED-EOF-SWITCH
033600     END-READ
033700     PERFORM 1100-LOAD-SCHEDULE-ENTRY
033800         UNTIL WS-SCHED-EOF
033900     CLOSE FEE-SCHED-FILE
034000     OPEN INPUT PART-MAST-FILE
034100     READ PART-MAST-FILE
034200         AT END MOVE 'Y' TO WS-PART-EOF-SWITCH
034300     END-READ
034400     PERFORM 1200-LOAD-PARTNER-ENTRY
034500         UNTIL WS-PART-EOF
034600     CLOSE PART-MAST-FILE
034700     OPEN INPUT DSP-MAST-FILE
034800     READ DSP-MAST-FILE
034900         AT END MOVE 'Y' TO WS-DSP-EOF-SWITCH
035000     END-READ
035100     PERFORM 1300-LOAD-DISPUTE-ENTRY
035200         UNTIL WS-DSP-EOF
035300     CLOSE DSP-MAST-FILE
035400     OPEN INPUT HOLD-MAST-FILE
035500     READ HOLD-MAST-FILE
035600         AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
035700     END-READ
035800     PERFORM 1400-LOAD-HOLD-ENTRY
035900         UNTIL WS-HOLD-EOF
036000     CLOSE HOLD-MAST-FILE
036100     OPEN INPUT FEE-REG-FILE
036200     READ FEE-REG-FILE
036300         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
036400     END-READ
036500     PERFORM 1500-LOAD-REGISTER-ENTRY
036600         UNTIL WS-REG-EOF
036700     CLOSE FEE-REG-FILE
036800     SORT SORT-WORK-FILE
036900         ON ASCENDING KEY SW-ACCT-NUMBER
037000                          SW-INVOICE-NUM
037100                          SW-DUN-LEVEL
037200         USING DUN-TRIG-FILE
037300         GIVING SORTED-TRIG-FILE
037400     OPEN INPUT SORTED-TRIG-FILE
037500     READ SORTED-TRIG-FILE
037600         AT END MOVE 'Y' TO WS-TRIG-EOF-SWITCH
037700     END-READ
037800     PERFORM 1600-LOAD-TRIGGER-ENTRY
037900         UNTIL WS-TRIG-EOF
038000     CLOSE SORTED-TRIG-FILE
038100     OPEN INPUT  STMT-DETAIL-FILE
038200     OPEN OUTPUT STMT-OUT-FILE
038300     OPEN OUTPUT FEE-REPORT
038400     OPEN EXTEND FEE-REG-FILE
038500     MOVE WS-RUN-DATE TO H1-RUN-DATE
038600     MOVE '1' TO RP-CARRIAGE-CONTROL
038700     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
038800     WRITE FEE-REPORT-RECORD
038900     MOVE '0' TO RP-CARRIAGE-CONTROL
039000     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
039100     WRITE FEE-REPORT-RECORD
039200     READ STMT-DETAIL-FILE
039300         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
039400     END-READ.
039500*
039600 1100-LOAD-SCHEDULE-ENTRY.
039700     IF LS-TABLE-COUNT NOT < LS-TABLE-MAX
039800         DISPLAY 'LATEFEE - SCHEDULE TABLE FULL AT '
039900             LS-TABLE-MAX ' ENTRIES - NO FEES RAISED'
040000         MOVE 8 TO RETURN-CODE
040100         STOP RUN
040200     END-IF
040300     ADD 1 TO LS-TABLE-COUNT
040400     SET LS-IDX TO LS-TABLE-COUNT
040500     MOVE FS-PARTNER-ID  TO LS-PARTNER-ID (LS-IDX)
040600     MOVE FS-DUN-LEVEL   TO LS-DUN-LEVEL (LS-IDX)
040700     MOVE FS-FEE-TYPE    TO LS-FEE-TYPE (LS-IDX)
040800     MOVE FS-FLAT-AMT    TO LS-FLAT-AMT (LS-IDX)
040900     MOVE FS-PERCENT     TO LS-PERCENT (LS-IDX)
041000     MOVE FS-MINIMUM-AMT TO LS-MINIMUM-AMT (LS-IDX)
041100     MOVE FS-CAP-AMT     TO LS-CAP-AMT (LS-IDX)
041200     READ FEE-SCHED-FILE
041300         AT END MOVE 'Y' TO WS-SCHED-EOF-SWITCH
041400     END-READ.
041500*
041600 1200-LOAD-PARTNER-ENTRY.
041700     IF PT-TABLE-COUNT < PT-TABLE-MAX
041800         ADD 1 TO PT-TABLE-COUNT
041900         SET PT-IDX TO PT-TABLE-COUNT
042000         MOVE PM-PARTNER-ID  TO PT-PARTNER-ID (PT-IDX)
042100         MOVE PM-ACTIVE-FLAG TO PT-ACTIVE-FLAG (PT-IDX)
042200     END-IF
042300     READ PART-MAST-FILE
042400         AT END MOVE 'Y' TO WS-PART-EOF-SWITCH
042500     END-READ.
042600*
042620*    A DISPUTE OR HOLD LEFT OUT OF ITS TABLE WOULD LET A FEE BE
042640*    RAISED THAT SHOULD HAVE BEEN HELD BACK, SO EITHER TABLE
042660*    FILLING UP STOPS THE RUN.
042680*
042700 1300-LOAD-DISPUTE-ENTRY.
042720     IF DS-OPEN
042740         IF DP-TABLE-COUNT NOT < DP-TABLE-MAX
042760             DISPLAY 'LATEFEE - DISPUTE TABLE FULL AT '
042780                 DP-TABLE-MAX ' ENTRIES - NO FEES RAISED'
042800             MOVE 8 TO RETURN-CODE
042820             STOP RUN
042840         END-IF
043000         ADD 1 TO DP-TABLE-COUNT
043100         SET DP-IDX TO DP-TABLE-COUNT
043200         MOVE DS-INVOICE-NUM TO DP-INVOICE-NUM (DP-IDX)
043300     END-IF
043400     READ DSP-MAST-FILE
043500         AT END MOVE 'Y' TO WS-DSP-EOF-SWITCH
043600     END-READ.
043700*
043800 1400-LOAD-HOLD-ENTRY.
043850     IF HT-TABLE-COUNT NOT < HT-TABLE-MAX
043900         DISPLAY 'LATEFEE - HOLD TABLE FULL AT '
043950             HT-TABLE-MAX ' ENTRIES - NO FEES RAISED'
044000         MOVE 8 TO RETURN-CODE
044050         STOP RUN
044100     END-IF
044150     ADD 1 TO HT-TABLE-COUNT
044200     SET HT-IDX TO HT-TABLE-COUNT
044250     MOVE HD-PARTNER-ID    TO HT-PARTNER-ID (HT-IDX)
044300     MOVE HD-MEMBER-ID     TO HT-MEMBER-ID (HT-IDX)
044350     MOVE HD-EFF-FROM-DATE TO HT-EFF-FROM-DATE (HT-IDX)
044400     MOVE HD-EFF-TO-DATE   TO HT-EFF-TO-DATE (HT-IDX)
044700     READ HOLD-MAST-FILE
044800         AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
044900     END-READ.
045000*
045100*    A REGISTER TOO BIG FOR THE TABLE COULD LET AN INVOICE BE
045200*    CHARGED TWICE, SO IT STOPS THE RUN.
045300*
045400 1500-LOAD-REGISTER-ENTRY.
045500     IF RG-TABLE-COUNT NOT < RG-TABLE-MAX
045600         DISPLAY 'LATEFEE - REGISTER TABLE FULL AT '
045700             RG-TABLE-MAX ' ENTRIES - NO FEES RAISED'
045800         MOVE 8 TO RETURN-CODE
045900         STOP RUN
046000     END-IF
046100     ADD 1 TO RG-TABLE-COUNT
046200     SET RG-IDX TO RG-TABLE-COUNT
046300     MOVE LR-INVOICE-NUM TO RG-INVOICE-NUM (RG-IDX)
046400     MOVE LR-DUN-LEVEL   TO RG-DUN-LEVEL (RG-IDX)
046500     READ FEE-REG-FILE
046600         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
046700     END-READ.
046800*
046900 1600-LOAD-TRIGGER-ENTRY.
047000     IF TG-TABLE-COUNT NOT < TG-TABLE-MAX
047100         DISPLAY 'LATEFEE - TRIGGER TABLE FULL AT '
047200             TG-TABLE-MAX ' ENTRIES - NO FEES RAISED'
047300         MOVE 8 TO RETURN-CODE
047400         STOP RUN
047500     END-IF
047600     ADD 1 TO WS-TRIGGERS-READ
047700     ADD 1 TO TG-TABLE-COUNT
047800     SET TG-IDX TO TG-TABLE-COUNT
047900     MOVE DT-ACCT-NUMBER TO TG-ACCT-NUMBER (TG-IDX)
048000     MOVE DT-INVOICE-NUM TO TG-INVOICE-NUM (TG-IDX)
048100     MOVE DT-AGE-DAYS    TO TG-AGE-DAYS (TG-IDX)
048200     MOVE DT-DUN-LEVEL   TO TG-DUN-LEVEL (TG-IDX)
048300     MOVE DT-OPEN-AMT    TO TG-OPEN-AMT (TG-IDX)
048400     IF AC-TABLE-COUNT = ZERO
048500         OR DT-ACCT-NUMBER NOT = AC-ACCT-NUMBER (AC-TABLE-COUNT)
048600         PERFORM 1610-ADD-ACCOUNT-ENTRY
048700     END-IF
048800     ADD 1 TO AC-TG-COUNT (AC-TABLE-COUNT)
048900     READ SORTED-TRIG-FILE
049000         AT END MOVE 'Y' TO WS-TRIG-EOF-SWITCH
049100     END-READ.
049200*
049300 1610-ADD-ACCOUNT-ENTRY.
049400     ADD 1 TO AC-TABLE-COUNT
049500     SET AC-IDX TO AC-TABLE-COUNT
049600     MOVE DT-ACCT-NUMBER  TO AC-ACCT-NUMBER (AC-IDX)
049700     MOVE TG-TABLE-COUNT  TO AC-FIRST-TG-SUB (AC-IDX)
049800     MOVE 0               TO AC-TG-COUNT (AC-IDX)
049900     MOVE 'N'             TO AC-ON-STREAM-FLAG (AC-IDX)
050000     MOVE DT-SYS-PRIN     TO AC-SYS-PRIN (AC-IDX)
050100     MOVE DT-ACCT-NUMBER (1:8) TO AC-PARTNER-ID (AC-IDX)
050200     MOVE DT-ACCT-NUMBER (9:12)
050300         TO AC-MEMBER-ID (AC-IDX) (1:12)
050400     MOVE ZERO            TO AC-MEMBER-ID (AC-IDX) (13:1)
050500     MOVE 0               TO AC-ARRANGE-NUM (AC-IDX)
050600     MOVE 0               TO AC-STMT-ORDER (AC-IDX)
050700     MOVE SPACES          TO AC-LINE-DEF (AC-IDX)
050800     MOVE SPACES          TO AC-COLUMN-DEF (AC-IDX).
050900*
051000******************************************************************
051100*    THE CYCLE'S STREAM PASSES THROUGH UNCHANGED; THE FIRST DTL  *
051200*    LINE OF EACH TRIGGERED ACCOUNT LENDS ITS STATEMENT KEYS TO  *
051300*    THE FEE LINES.                                              *
051400******************************************************************
051500 2000-COPY-ONE-RECORD.
051600     MOVE STMT-IN-RECORD TO UNX-STMT-DETAIL-RECORD
051700     WRITE UNX-STMT-DETAIL-RECORD
051800     IF SI-REC-TYPE = 'DTL'
051900         SET AC-IDX TO 1
052000         SEARCH AC-ENTRY
052100             AT END
052200                 CONTINUE
052300             WHEN AC-IDX > AC-TABLE-COUNT
052400                 CONTINUE
052500             WHEN AC-ACCT-NUMBER (AC-IDX) = SI-ACCT-NUMBER
052600                 PERFORM 2100-TAKE-STATEMENT-KEYS
052700         END-SEARCH
052800     END-IF
052900     READ STMT-DETAIL-FILE
053000         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
053100     END-READ.
053200*
053300 2100-TAKE-STATEMENT-KEYS.
053400     IF NOT AC-ON-STREAM (AC-IDX)
053500         MOVE 'Y'            TO AC-ON-STREAM-FLAG (AC-IDX)
053600         MOVE SI-SYS-PRIN    TO AC-SYS-PRIN (AC-IDX)
053700         MOVE SI-PARTNER-ID  TO AC-PARTNER-ID (AC-IDX)
053800         MOVE SI-MEMBER-ID   TO AC-MEMBER-ID (AC-IDX)
053900         MOVE SI-ARRANGE-NUM TO AC-ARRANGE-NUM (AC-IDX)
054000         MOVE SI-STMT-ORDER  TO AC-STMT-ORDER (AC-IDX)
054100         MOVE SI-LINE-DEF    TO AC-LINE-DEF (AC-IDX)
054200         MOVE SI-COLUMN-DEF  TO AC-COLUMN-DEF (AC-IDX)
054300     END-IF.
054400*
054500******************************************************************
054600*    EACH ACCOUNT'S TRIGGERS ARE ASSESSED IN TURN.  THE FEE      *
054700*    INVOICE NUMBER IS TAKEN AT THE FIRST FEE, AND THE INVOICE   *
054800*    SUMMARY FOLLOWS THE ACCOUNT'S LAST FEE LINE.                *
054900******************************************************************
055000 3000-ASSESS-ONE-ACCOUNT.
055100     MOVE 0 TO WS-FEE-LINE-COUNT
055200     MOVE 0 TO WS-FEE-INVOICE-TOTAL
055300     COMPUTE WS-LAST-TG-SUB = AC-FIRST-TG-SUB (WS-AC-SUB)
055400         + AC-TG-COUNT (WS-AC-SUB) - 1
055500     PERFORM 3100-ASSESS-ONE-TRIGGER
055600         VARYING WS-TG-SUB FROM AC-FIRST-TG-SUB (WS-AC-SUB) BY 1
055700         UNTIL WS-TG-SUB > WS-LAST-TG-SUB
055800     IF WS-FEE-LINE-COUNT > ZERO
055900         PERFORM 4200-WRITE-INVOICE-SUMMARY
056000     END-IF.
056100*
056200 3100-ASSESS-ONE-TRIGGER.
056300     MOVE 0 TO WS-FEE-AMT
056400     PERFORM 3200-CHECK-REGISTER
056500     IF WS-FOUND
056600         MOVE 'ALREADY CHARGED' TO WS-DISPOSITION
056700     ELSE
056800         PERFORM 3300-CHECK-PARTNER
056900         IF NOT WS-FOUND
057000             MOVE 'PARTNER NOT ACTIVE' TO WS-DISPOSITION
057100         ELSE
057200             PERFORM 3400-CHECK-DISPUTE
057300             IF WS-FOUND
057400                 MOVE 'INVOICE IN DISPUTE' TO WS-DISPOSITION
057500             ELSE
057600                 PERFORM 3500-CHECK-HOLD
057700                 IF WS-FOUND
057800                     MOVE 'ACCOUNT ON HOLD' TO WS-DISPOSITION
057900                 ELSE
058000                     PERFORM 3600-PRICE-FEE
058100                 END-IF
058200             END-IF
058300         END-IF
058400     END-IF
058500     IF WS-FEE-AMT > ZERO
058600         PERFORM 4000-RAISE-FEE
058700     ELSE
058800         ADD 1 TO WS-SKIPPED-COUNT
058900         MOVE SPACES TO DL-FEE-INVOICE-NUM
059000     END-IF
059100     PERFORM 4300-PRINT-DETAIL-LINE.
059200*
059300 3200-CHECK-REGISTER.
059400     MOVE 'N' TO WS-FOUND-SWITCH
059500     SET RG-IDX TO 1
059600     SEARCH RG-ENTRY
059700         AT END
059800             CONTINUE
059900         WHEN RG-IDX > RG-TABLE-COUNT
060000             CONTINUE
060100         WHEN RG-INVOICE-NUM (RG-IDX) = TG-INVOICE-NUM (WS-TG-SUB)
060200             AND RG-DUN-LEVEL (RG-IDX) = TG-DUN-LEVEL (WS-TG-SUB)
060300             MOVE 'Y' TO WS-FOUND-SWITCH
060400     END-SEARCH.
060500*
060600 3300-CHECK-PARTNER.
060700     MOVE 'N' TO WS-FOUND-SWITCH
060800     SET PT-IDX TO 1
060900     SEARCH PT-ENTRY
061000         AT END
061100             CONTINUE
061200         WHEN PT-IDX > PT-TABLE-COUNT
061300             CONTINUE
061400         WHEN PT-PARTNER-ID (PT-IDX)
061500                 = TG-ACCT-NUMBER (WS-TG-SUB) (1:8)
061600             IF PT-ACTIVE-FLAG (PT-IDX) = 'Y'
061700                 MOVE 'Y' TO WS-FOUND-SWITCH
061800             END-IF
061900     END-SEARCH.
062000*
062100 3400-CHECK-DISPUTE.
062200     MOVE 'N' TO WS-FOUND-SWITCH
062300     SET DP-IDX TO 1
062400     SEARCH DP-ENTRY
062500         AT END
062600             CONTINUE
062700         WHEN DP-IDX > DP-TABLE-COUNT
062800             CONTINUE
062900         WHEN DP-INVOICE-NUM (DP-IDX) = TG-INVOICE-NUM (WS-TG-SUB)
063000             MOVE 'Y' TO WS-FOUND-SWITCH
063100     END-SEARCH.
063200*
063300*    ANY HOLD IN FORCE ON THE RUN DATE STOPS THE FEE, WHATEVER
063400*    ITS REASON.  THE ACCT NUMBER CARRIES THE MEMBER STEM ONLY,
063500*    SO THE MATCH IS ON THE FIRST TWELVE DIGITS AS IN COLPLACE.
063600*
063700 3500-CHECK-HOLD.
063800     MOVE 'N' TO WS-FOUND-SWITCH
063900     SET HT-IDX TO 1
064000     SEARCH HT-ENTRY
064100         AT END
064200             CONTINUE
064300         WHEN HT-IDX > HT-TABLE-COUNT
064400             CONTINUE
064500         WHEN HT-PARTNER-ID (HT-IDX)
064600                 = TG-ACCT-NUMBER (WS-TG-SUB) (1:8)
064700             AND HT-MEMBER-ID (HT-IDX) (1:12)
064800                 = TG-ACCT-NUMBER (WS-TG-SUB) (9:12)
064900             AND HT-EFF-FROM-DATE (HT-IDX) NOT > WS-RUN-DATE
065000             AND HT-EFF-TO-DATE (HT-IDX) NOT < WS-RUN-DATE
065100             MOVE 'Y' TO WS-FOUND-SWITCH
065200     END-SEARCH.
065300*
065400*    THE PARTNER'S OWN ROW FOR THE LEVEL, ELSE THE DEFAULT ROW.
065500*
065600 3600-PRICE-FEE.
065700     MOVE 'N' TO WS-FOUND-SWITCH
065800     SET LS-IDX TO 1
065900     SEARCH LS-ENTRY
066000         AT END
066100             CONTINUE
066200         WHEN LS-IDX > LS-TABLE-COUNT
066300             CONTINUE
066400         WHEN LS-PARTNER-ID (LS-IDX)
066500                 = TG-ACCT-NUMBER (WS-TG-SUB) (1:8)
066600             AND LS-DUN-LEVEL (LS-IDX) = TG-DUN-LEVEL (WS-TG-SUB)
066700             MOVE 'Y' TO WS-FOUND-SWITCH
066800     END-SEARCH
066900     IF NOT WS-FOUND
067000         SET LS-IDX TO 1
067100         SEARCH LS-ENTRY
067200             AT END
067300                 CONTINUE
067400             WHEN LS-IDX > LS-TABLE-COUNT
067500                 CONTINUE
067600             WHEN LS-PARTNER-ID (LS-IDX) = ZERO
067700                 AND LS-DUN-LEVEL (LS-IDX)
067800                     = TG-DUN-LEVEL (WS-TG-SUB)
067900                 MOVE 'Y' TO WS-FOUND-SWITCH
068000         END-SEARCH
068100     END-IF
068200     IF NOT WS-FOUND
068300         MOVE 'NO FEE SCHEDULE' TO WS-DISPOSITION
068400     ELSE
068500         PERFORM 3700-APPLY-SCHEDULE
068600     END-IF.
068700*
068800 3700-APPLY-SCHEDULE.
068900     IF LS-FEE-TYPE (LS-IDX) = 'P'
069000         COMPUTE WS-FEE-AMT ROUNDED =
069100             TG-OPEN-AMT (WS-TG-SUB) * LS-PERCENT (LS-IDX) / 100
069200     ELSE
069300         MOVE LS-FLAT-AMT (LS-IDX) TO WS-FEE-AMT
069400     END-IF
069500     IF WS-FEE-AMT < LS-MINIMUM-AMT (LS-IDX)
069600         MOVE LS-MINIMUM-AMT (LS-IDX) TO WS-FEE-AMT
069700     END-IF
069800     IF LS-CAP-AMT (LS-IDX) > ZERO
069900         AND WS-FEE-AMT > LS-CAP-AMT (LS-IDX)
070000         MOVE LS-CAP-AMT (LS-IDX) TO WS-FEE-AMT
070100     END-IF
070200     IF WS-FEE-AMT > ZERO
070300         MOVE 'FEE RAISED' TO WS-DISPOSITION
070400     ELSE
070500         MOVE 'NO FEE DUE' TO WS-DISPOSITION
070600     END-IF.
070700*
070800 4000-RAISE-FEE.
070900     IF WS-FEE-LINE-COUNT = ZERO
071000         IF FI-SEQUENCE NOT < WS-MAX-FEE-INVOICES
071100             DISPLAY 'LATEFEE - FEE INVOICE NUMBERS EXHAUSTED AT '
071200                 WS-MAX-FEE-INVOICES
071300             MOVE 8 TO RETURN-CODE
071400             STOP RUN
071500         END-IF
071600         ADD 1 TO FI-SEQUENCE
071700         ADD 1 TO WS-FEE-INVOICES
071800     END-IF
071900     ADD 1 TO WS-FEE-LINE-COUNT
072000     ADD 1 TO WS-FEES-RAISED
072100     ADD WS-FEE-AMT TO WS-FEE-INVOICE-TOTAL
072200     ADD WS-FEE-AMT TO WS-TOTAL-FEES
072300     MOVE WS-FEE-INVOICE-NUM TO DL-FEE-INVOICE-NUM
072400     PERFORM 4100-WRITE-FEE-LINE
072500     MOVE TG-INVOICE-NUM (WS-TG-SUB) TO LR-INVOICE-NUM
072600     MOVE TG-DUN-LEVEL (WS-TG-SUB)   TO LR-DUN-LEVEL
072700     MOVE TG-ACCT-NUMBER (WS-TG-SUB) TO LR-ACCT-NUMBER
072800     MOVE WS-FEE-INVOICE-NUM         TO LR-FEE-INVOICE-NUM
072900     MOVE WS-FEE-AMT                 TO LR-FEE-AMT
073000     MOVE WS-RUN-DATE                TO LR-CHARGE-DATE
073100     WRITE LATE-FEE-REGISTER-RECORD.
073200*
073300*    THE FEE LINE CARRIES THE ACCOUNT'S STATEMENT KEYS AND
073400*    SORTS TO THE END OF ITS SECTION.
073500*
073600 4100-WRITE-FEE-LINE.
073700     MOVE SPACES TO UNX-STMT-DETAIL-RECORD
073800     MOVE 'DTL'                     TO UNX-DTL-REC-TYPE
073900     MOVE AC-SYS-PRIN (WS-AC-SUB)   TO UNX-DTL-SYS-PRIN
074000     MOVE AC-ACCT-NUMBER (WS-AC-SUB) TO UNX-DTL-ACCT-NUMBER
074100     MOVE 'DTL'                     TO UNX-DTL-RECORD-TYPE
074200     MOVE AC-PARTNER-ID (WS-AC-SUB) TO UNX-DTL-PARTNER-ID
074300     MOVE AC-MEMBER-ID (WS-AC-SUB)  TO UNX-DTL-MEMBER-ID
074400     MOVE AC-ARRANGE-NUM (WS-AC-SUB) TO UNX-DTL-ARRANGE-NUM
074500     MOVE AC-STMT-ORDER (WS-AC-SUB) TO UNX-DTL-STMT-ORDER
074600     MOVE WS-FEE-INVOICE-NUM        TO UNX-DTL-INVOICE-NUM
074700     MOVE ZERO                      TO UNX-DTL-LAYER
074800     MOVE ZERO                      TO UNX-DTL-PARENT-GROUP
074900     MOVE ZERO                      TO UNX-DTL-GROUP-ID
075000     MOVE ZERO                      TO UNX-DTL-SUB-GROUP-ID
075100     MOVE WS-RUN-DATE               TO UNX-DTL-TRAN-DATE
075200     MOVE ZERO                      TO UNX-DTL-PREFIX-NUM
075300     MOVE ZERO                      TO UNX-DTL-RUN-NUM
075400     MOVE WS-FEE-LINE-COUNT         TO UNX-DTL-DETAIL-NUM
075500     MOVE ZERO                      TO UNX-DTL-SIBLING-NUM
075600     MOVE 999                       TO UNX-DTL-SEQ-NUM
075700     MOVE 'LF'                      TO UNX-DTL-DETAIL-CATEGORY
075800     MOVE 'LFEE '                   TO UNX-DTL-DETAIL-TYPE
075900     MOVE ZERO                      TO UNX-DTL-LEVEL
076000     MOVE AC-LINE-DEF (WS-AC-SUB)   TO UNX-DTL-LINE-DEF
076100     MOVE AC-COLUMN-DEF (WS-AC-SUB) TO UNX-DTL-COLUMN-DEF
076200     MOVE 'LATEFEE '                TO UNX-DTL-MSG-ID
076300     MOVE TG-AGE-DAYS (WS-TG-SUB)   TO WS-AGE-DISPLAY
076400     STRING 'LATE PAYMENT FEE - INVOICE '
076500         TG-INVOICE-NUM (WS-TG-SUB)
076600         ' ' WS-AGE-DISPLAY ' DAYS OVERDUE'
076700         DELIMITED BY SIZE
076800         INTO UNX-DTL-MSG-TEXT
076900     MOVE WS-RUN-DATE               TO UNX-DTL-POST-DATE
077000     MOVE WS-FEE-AMT                TO UNX-DTL-CHARGE
077100     MOVE ZERO                      TO UNX-DTL-UNIT-QTY
077200     WRITE UNX-STMT-DETAIL-RECORD.
077300*
077400 4200-WRITE-INVOICE-SUMMARY.
077500     MOVE SPACES TO UNX-INV-SUMMARY-RECORD
077600     MOVE 'INV'                      TO UNX-INV-REC-TYPE
077700     MOVE AC-SYS-PRIN (WS-AC-SUB)    TO UNX-INV-SYS-PRIN
077800     MOVE AC-ACCT-NUMBER (WS-AC-SUB) TO UNX-INV-ACCT-NUMBER
077900     MOVE WS-FEE-INVOICE-NUM         TO UNX-INV-INVOICE-NUM
078000     MOVE WS-FEE-LINE-COUNT          TO UNX-INV-DETAIL-COUNT
078100     MOVE WS-FEE-INVOICE-TOTAL       TO UNX-INV-TOTAL-AMT
078200     MOVE UNX-INV-SUMMARY-RECORD TO UNX-STMT-DETAIL-RECORD
078300     WRITE UNX-STMT-DETAIL-RECORD.
078400*
078500 4300-PRINT-DETAIL-LINE.
078600     MOVE TG-ACCT-NUMBER (WS-TG-SUB) TO DL-ACCT-NUMBER
078700     MOVE TG-INVOICE-NUM (WS-TG-SUB) TO DL-INVOICE-NUM
078800     MOVE TG-DUN-LEVEL (WS-TG-SUB)   TO DL-DUN-LEVEL
078900     MOVE TG-AGE-DAYS (WS-TG-SUB)    TO DL-AGE-DAYS
079000     MOVE TG-OPEN-AMT (WS-TG-SUB)    TO DL-OPEN-AMT
079100     MOVE WS-FEE-AMT                 TO DL-FEE-AMT
079200     MOVE WS-DISPOSITION             TO DL-DISPOSITION
079300     MOVE ' ' TO RP-CARRIAGE-CONTROL
079400     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
079500     WRITE FEE-REPORT-RECORD.
079600*
079700 5000-PRINT-TOTALS.
079800     MOVE '0' TO RP-CARRIAGE-CONTROL
079900     MOVE SPACES TO RP-PRINT-LINE
080000     WRITE FEE-REPORT-RECORD
080100     MOVE 'TRIGGERS READ                 ' TO TT-CAPTION
080200     MOVE WS-TRIGGERS-READ TO TT-COUNT
080300     MOVE ZERO TO TT-AMOUNT
080400     PERFORM 5100-PRINT-TOTAL-LINE
080500     MOVE 'FEES RAISED                   ' TO TT-CAPTION
080600     MOVE WS-FEES-RAISED TO TT-COUNT
080700     MOVE WS-TOTAL-FEES TO TT-AMOUNT
080800     PERFORM 5100-PRINT-TOTAL-LINE
080900     MOVE 'FEE INVOICES                  ' TO TT-CAPTION
081000     MOVE WS-FEE-INVOICES TO TT-COUNT
081100     MOVE WS-TOTAL-FEES TO TT-AMOUNT
081200     PERFORM 5100-PRINT-TOTAL-LINE
081300     MOVE 'TRIGGERS NOT CHARGED          ' TO TT-CAPTION
081400     MOVE WS-SKIPPED-COUNT TO TT-COUNT
081500     MOVE ZERO TO TT-AMOUNT
081600     PERFORM 5100-PRINT-TOTAL-LINE.
081700*
081800 5100-PRINT-TOTAL-LINE.
081900     MOVE ' ' TO RP-CARRIAGE-CONTROL
082000     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
082100     WRITE FEE-REPORT-RECORD.
082200*
082300 9999-EXIT.
082400     CLOSE STMT-DETAIL-FILE STMT-OUT-FILE
082500           FEE-REPORT FEE-REG-FILE
082600     STOP RUN.
