000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    USAGEGRF.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  STATEMENT BILLING BATCH - PRINT PREPARATION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - TWELVE-CYCLE USAGE GRAPH.  *
001400*                   THE STMTARCH ARCHIVE IS SORTED BY PARTNER,   *
001500*                   MEMBER AND CYCLE AND MATCHED AGAINST THE     *
001600*                   CYCLE'S EXTRACT AS IT IS COPIED THROUGH.     *
001700*                   FOR EACH MEMBER THE CHARGES OF ITS LAST      *
001800*                   TWELVE ARCHIVED CYCLES ARE TOTALLED (AND     *
001900*                   THE CALL MINUTES, FOR A TELEPHONY MEMBER)    *
002000*                   AND ONE GRAPH DTL LINE (USGGRAF.CPY) IS      *
002100*                   WRITTEN AHEAD OF THE MEMBER'S FIRST LINE.    *
002200*                   THE GRAPH LINE CARRIES NO CHARGE AND RIDES   *
002300*                   ON THE MEMBER'S FIRST INVOICE, WHOSE 'INV'   *
002400*                   SUMMARY COUNT IS RAISED BY ONE SO INVBALCK   *
002500*                   STILL BALANCES.  A MEMBER WITH FEWER THAN    *
002600*                   THREE ARCHIVED CYCLES GETS NO GRAPH.  RUNS   *
002700*                   AHEAD OF STMTSEQ, WHOSE SORT KEEPS THE LINE  *
002800*                   IN FRONT (STMT-ORDER AND SEQ-NUM ZERO).      *
002810*   10/15/26  MO    EACH GRAPH NOW GOES ON A 'G' INVOICE OF ITS  *
002820*                   OWN, FOLLOWED BY ITS OWN 'INV' SUMMARY (ONE  *
002830*                   LINE, NO AMOUNT), AS THE LATE FEE AND CYCLE  *
002840*                   NOTICE LINES DO.  THE MEMBER'S SUMMARIES     *
002850*                   PASS THROUGH UNCHANGED - THE OLD COUNT       *
002860*                   ADJUSTMENT MISSED A SUMMARY AHEAD OF ITS     *
002870*                   FIRST LINE.  GRAPHS BEYOND THE SEQUENCE ARE  *
002880*                   HELD, RC 4.                                  *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT ARCHIVE-FILE     ASSIGN TO STMTARCF
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT SORT-WORK-FILE   ASSIGN TO SRTWK01.
004000     SELECT SORTED-ARCH-FILE ASSIGN TO STMTARCS
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT STMT-DETAIL-FILE ASSIGN TO UNXDTLIN
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT STMT-OUT-FILE    ASSIGN TO USGGOUT
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT GRAPH-REPORT     ASSIGN TO USGGRPT
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  ARCHIVE-FILE.
005100 01  ARCHIVE-RECORD              PIC X(1755).
005200*
005300 SD  SORT-WORK-FILE.
005400 01  SORT-WORK-RECORD.
005500     05  SA-CYCLE-DATE           PIC 9(08).
005600     05  FILLER                  PIC X(34).
005700     05  SA-PARTNER-ID           PIC 9(08).
005800     05  SA-MEMBER-ID            PIC 9(13).
005900     05  FILLER                  PIC X(1692).
006000*
006100*    THE SORTED ARCHIVE - THE CYCLE DATE IN FRONT OF THE DTL
006200*    RECORD, WITH ONLY THE FIELDS THE GRAPH TOTALS NAMED AT
006300*    THEIR DTL OFFSETS.
006400*
006500 FD  SORTED-ARCH-FILE.
006600 01  SORTED-ARCH-RECORD.
006700     05  AS-CYCLE-DATE           PIC 9(08).
006800     05  FILLER                  PIC X(34).
006900     05  AS-MEMBER-KEY.
007000         10  AS-PARTNER-ID       PIC 9(08).
007100         10  AS-MEMBER-ID        PIC 9(13).
007200     05  FILLER                  PIC X(77).
007300     05  AS-LOB                  PIC X(02).
007400     05  FILLER                  PIC X(02).
007500     05  AS-DETAIL-TYPE          PIC X(05).
007600     05  FILLER                  PIC X(582).
007700     05  AS-CHARGE               PIC S9(11)V99.
007800     05  FILLER                  PIC X(260).
007900     05  AS-BILLING-NUM          PIC X(20).
008000     05  AS-DURATION-MIN         PIC 9(04).
008100     05  AS-DURATION-SEC         PIC 9(02).
008200     05  FILLER                  PIC X(725).
008300*
008400*    THE EXTRACT IS READ UNDER A DTL VIEW NAMING ONLY THE KEYS
008500*    THE GRAPH LINE BORROWS.
008600*
008700 FD  STMT-DETAIL-FILE.
008900 01  STMT-IN-RECORD.
009000     05  SI-REC-TYPE             PIC X(03).
009100     05  SI-SYS-PRIN             PIC X(08).
009200     05  SI-ACCT-NUMBER          PIC X(20).
009300     05  SI-RECORD-TYPE          PIC X(03).
009400     05  SI-MEMBER-KEY.
009500         10  SI-PARTNER-ID       PIC 9(08).
009600         10  SI-MEMBER-ID        PIC 9(13).
009700     05  SI-ARRANGE-NUM          PIC 9(02).
009800     05  SI-STMT-ORDER           PIC 9(02).
009900     05  SI-INVOICE-NUM          PIC X(11).
010000     05  FILLER                  PIC X(76).
010100     05  SI-LINE-DEF             PIC X(05).
010200     05  FILLER                  PIC X(10).
010300     05  SI-COLUMN-DEF           PIC X(05).
010400     05  FILLER                  PIC X(1581).
010500*
010600 FD  STMT-OUT-FILE.
010700     COPY "cpyUnxdetail.cbl".
010800*
010900 FD  GRAPH-REPORT.
011000 01  GRAPH-REPORT-RECORD.
011100     05  RP-CARRIAGE-CONTROL     PIC X(01).
011200     05  RP-PRINT-LINE           PIC X(132).
011300*
011400 WORKING-STORAGE SECTION.
011500*
011600 01  WS-ARC-EOF-SWITCH           PIC X(01) VALUE 'N'.
011700     88  WS-ARC-EOF              VALUE 'Y'.
011800 01  WS-DTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
011900     88  WS-DTL-EOF              VALUE 'Y'.
012000 01  WS-FOUND-SWITCH             PIC X(01).
012100     88  WS-FOUND                VALUE 'Y'.
012200*
012300 01  WS-RUN-DATE                 PIC 9(08).
012350 01  WS-RUN-DAY                  PIC 9(07).
012400 01  WS-MIN-CYCLES               PIC 9(02) VALUE 3.
012500 01  WS-MAX-CYCLES               PIC 9(02) VALUE 12.
012600 01  WS-GH-SUB                   PIC 9(04) COMP.
012700 01  WS-CYCLES-DISPLAY           PIC Z9.
012800 01  WS-TOTAL-CHARGE             PIC S9(11)V99.
012900 01  WS-TOTAL-SECONDS            PIC 9(09).
013000 01  WS-TOTAL-MINUTES            PIC 9(07).
013100 01  WS-DISPOSITION              PIC X(20).
013200*
013300*    THE ARCHIVE KEY IS HIGH-VALUES ONCE THE SORTED ARCHIVE IS
013400*    EXHAUSTED, SO EVERY LATER MEMBER COMPARES LOW AGAINST IT.
013500*
013600 01  WS-ARC-KEY                  PIC X(21).
013700 01  WS-LAST-MEMBER-KEY          PIC X(21) VALUE LOW-VALUES.
013800*
013900 01  WS-MEMBERS-READ             PIC 9(07) VALUE 0.
014000 01  WS-MEMBERS-GRAPHED          PIC 9(07) VALUE 0.
014100 01  WS-MEMBERS-SHORT            PIC 9(07) VALUE 0.
014200 01  WS-MEMBERS-NO-HISTORY       PIC 9(07) VALUE 0.
014300 01  WS-GRAPHS-HELD              PIC 9(07) VALUE 0.
014400*
014500     COPY "USGGRAF.cpy".
014520*
014540     COPY "UNXINVS.cpy".
014600*
014700*    THE CURRENT MEMBER'S ARCHIVED CYCLES, OLDEST FIRST.  ONCE
014800*    TWELVE ARE HELD A NEWER CYCLE PUSHES THE OLDEST OUT.
014900*
015000 01  GH-CYCLE-COUNT              PIC 9(02) COMP.
015100 01  GH-TELEPHONY-FLAG           PIC X(01).
015200     88  GH-TELEPHONY            VALUE 'Y'.
015300 01  GH-TABLE.
015400     05  GH-ENTRY OCCURS 12 TIMES.
015500         10  GH-CYCLE-DATE       PIC 9(08).
015600         10  GH-CHARGE-AMT       PIC S9(11)V99 COMP-3.
015700         10  GH-DURATION-SECS    PIC 9(09) COMP-3.
015800*
015900*    EACH GRAPH GOES ON AN INVOICE OF ITS OWN - 'G', THE LAST
016000*    DIGIT OF THE YEAR AND THE DAY OF THE YEAR, THEN A SEQUENCE
016100*    WIDE ENOUGH FOR A GRAPH ON EVERY MEMBER OF A LARGE CYCLE.
016200*    ONCE THE SEQUENCE IS USED UP FURTHER GRAPHS ARE HELD.
016300*
016400 01  WS-GRAPH-INVOICE-NUM.
016500     05  GV-PREFIX               PIC X(01) VALUE 'G'.
016600     05  GV-RUN-YDDD             PIC 9(04).
016700     05  GV-SEQUENCE             PIC 9(06) VALUE 0.
016800 01  WS-MAX-GRAPH-INVOICES       PIC 9(06) VALUE 999999.
016900*
017000 01  WS-HEADING-LINE.
017100     05  FILLER                  PIC X(40)
017200         VALUE 'USAGEGRF - USAGE HISTORY GRAPHS         '.
017300     05  H1-RUN-DATE             PIC 9(08).
017400     05  FILLER                  PIC X(84) VALUE SPACES.
017500*
017600 01  WS-COLUMN-LINE.
017700     05  FILLER                  PIC X(44)
017800         VALUE 'PARTNER  MEMBER       CYCLES     TOTAL CHARG'.
017900     05  FILLER                  PIC X(44)
018000         VALUE 'E MINUTES  INVOICE      DISPOSITION         '.
018100     05  FILLER                  PIC X(44) VALUE SPACES.
018200*
018300 01  WS-DETAIL-LINE.
018400     05  DL-PARTNER-ID           PIC 9(08).
018500     05  FILLER                  PIC X(01) VALUE SPACE.
018600     05  DL-MEMBER-ID            PIC 9(13).
018700     05  FILLER                  PIC X(04) VALUE SPACES.
018800     05  DL-CYCLES               PIC Z9.
018900     05  FILLER                  PIC X(02) VALUE SPACES.
019000     05  DL-TOTAL-CHARGE         PIC ZZZZZZZZZZ9.99-.
019100     05  FILLER                  PIC X(01) VALUE SPACE.
019200     05  DL-TOTAL-MINUTES        PIC ZZZZZZ9.
019300     05  FILLER                  PIC X(02) VALUE SPACES.
019400     05  DL-INVOICE-NUM          PIC X(11).
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  DL-DISPOSITION          PIC X(20).
019700     05  FILLER                  PIC X(44) VALUE SPACES.
019800*
019900 01  WS-TOTAL-LINE.
020000     05  TT-CAPTION              PIC X(30).
020100     05  TT-COUNT                PIC ZZZZZZ9.
020200     05  FILLER                  PIC X(95) VALUE SPACES.
020300*
020400 PROCEDURE DIVISION.
020500*
020600 0000-MAINLINE.
020700     PERFORM 1000-INITIALIZE
020800     PERFORM 2000-COPY-ONE-RECORD
020900         UNTIL WS-DTL-EOF
021000     PERFORM 5000-PRINT-TOTALS
021100     DISPLAY 'USAGEGRF - MEMBERS READ:      ' WS-MEMBERS-READ
021200     DISPLAY 'USAGEGRF - MEMBERS GRAPHED:   ' WS-MEMBERS-GRAPHED
021300     DISPLAY 'USAGEGRF - TOO FEW CYCLES:    ' WS-MEMBERS-SHORT
021400     DISPLAY 'USAGEGRF - NO ARCHIVE:        '
021500         WS-MEMBERS-NO-HISTORY
021600     PERFORM 9999-EXIT.
021700*
021800 1000-INITIALIZE.
021900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021920     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
021940     MOVE WS-RUN-DAY (4:4) TO GV-RUN-YDDD
022000     SORT SORT-WORK-FILE
022100         ON ASCENDING KEY SA-PARTNER-ID
022200                          SA-MEMBER-ID
022300                          SA-CYCLE-DATE
022400         USING ARCHIVE-FILE
022500         GIVING SORTED-ARCH-FILE
022600     OPEN INPUT  SORTED-ARCH-FILE
022700     PERFORM 8100-READ-ARCHIVE
022800     OPEN INPUT  STMT-DETAIL-FILE
022900     OPEN OUTPUT STMT-OUT-FILE
023000     OPEN OUTPUT GRAPH-REPORT
023100     MOVE WS-RUN-DATE TO H1-RUN-DATE
023200     MOVE '1' TO RP-CARRIAGE-CONTROL
023300     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
023400     WRITE GRAPH-REPORT-RECORD
023500     MOVE '0' TO RP-CARRIAGE-CONTROL
023600     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
023700     WRITE GRAPH-REPORT-RECORD
023800     READ STMT-DETAIL-FILE
023900         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
024000     END-READ.
024100*
024200******************************************************************
024300*    THE EXTRACT PASSES THROUGH.  THE FIRST DTL LINE OF EACH     *
024400*    MEMBER BRINGS ITS HISTORY IN FROM THE ARCHIVE AND, WHERE    *
024500*    THERE IS ENOUGH, THE GRAPH LINE GOES OUT AHEAD OF IT ON AN  *
024600*    INVOICE OF ITS OWN.  THE MEMBER'S 'INV' SUMMARIES PASS      *
024650*    THROUGH UNCHANGED.                                          *
024700******************************************************************
024800 2000-COPY-ONE-RECORD.
024900     IF SI-REC-TYPE = 'DTL'
025000         AND SI-MEMBER-KEY NOT = WS-LAST-MEMBER-KEY
025100         PERFORM 2100-START-MEMBER
025200     END-IF
025700     MOVE STMT-IN-RECORD TO UNX-STMT-DETAIL-RECORD
025800     WRITE UNX-STMT-DETAIL-RECORD
025900     READ STMT-DETAIL-FILE
026000         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
026100     END-READ.
026200*
026300 2100-START-MEMBER.
026400     ADD 1 TO WS-MEMBERS-READ
026500     MOVE SI-MEMBER-KEY TO WS-LAST-MEMBER-KEY
026600     PERFORM 3000-GATHER-HISTORY
026700     MOVE SPACES TO DL-INVOICE-NUM
026800     IF GH-CYCLE-COUNT = ZERO
026900         ADD 1 TO WS-MEMBERS-NO-HISTORY
027000         MOVE 'NO ARCHIVE HISTORY' TO WS-DISPOSITION
027100     ELSE
027200         IF GH-CYCLE-COUNT < WS-MIN-CYCLES
027300             ADD 1 TO WS-MEMBERS-SHORT
027400             MOVE 'TOO FEW CYCLES' TO WS-DISPOSITION
027500         ELSE
027600             IF GV-SEQUENCE NOT < WS-MAX-GRAPH-INVOICES
027610                 ADD 1 TO WS-GRAPHS-HELD
027620                 MOVE 'GRAPH HELD' TO WS-DISPOSITION
027630                 MOVE 4 TO RETURN-CODE
027640             ELSE
027650                 PERFORM 4000-WRITE-GRAPH-LINE
027700                 MOVE 'GRAPH INSERTED' TO WS-DISPOSITION
027800                 MOVE WS-GRAPH-INVOICE-NUM TO DL-INVOICE-NUM
027850             END-IF
027900         END-IF
028000     END-IF
028100     PERFORM 4300-PRINT-DETAIL-LINE.
029400*
029500******************************************************************
029600*    THE SORTED ARCHIVE IS BROUGHT UP TO THE MEMBER AND ITS      *
029700*    LINES TOTALLED BY CYCLE.  A MEMBER THE ARCHIVE HAS ALREADY  *
029800*    PASSED (OUT OF SEQUENCE ON THE EXTRACT) GATHERS NOTHING     *
029900*    AND SO IS NOT GRAPHED.  EARLIER GRAPH LINES ARE SKIPPED.    *
030000******************************************************************
030100 3000-GATHER-HISTORY.
030200     MOVE 0   TO GH-CYCLE-COUNT
030300     MOVE 'N' TO GH-TELEPHONY-FLAG
030400     PERFORM 8100-READ-ARCHIVE
030500         UNTIL WS-ARC-KEY NOT < SI-MEMBER-KEY
030600     PERFORM 3100-ADD-ARCHIVE-LINE
030700         UNTIL WS-ARC-KEY NOT = SI-MEMBER-KEY.
030800*
030900 3100-ADD-ARCHIVE-LINE.
031000     IF AS-DETAIL-TYPE NOT = 'UGRPH'
031100         IF GH-CYCLE-COUNT = ZERO
031200             OR AS-CYCLE-DATE NOT = GH-CYCLE-DATE (GH-CYCLE-COUNT)
031300             PERFORM 3200-OPEN-CYCLE
031400         END-IF
031500         ADD AS-CHARGE TO GH-CHARGE-AMT (GH-CYCLE-COUNT)
031600         IF AS-LOB = 'TL'
031700             MOVE 'Y' TO GH-TELEPHONY-FLAG
031800             COMPUTE GH-DURATION-SECS (GH-CYCLE-COUNT) =
031900                 GH-DURATION-SECS (GH-CYCLE-COUNT)
032000                 + AS-DURATION-MIN * 60 + AS-DURATION-SEC
032100         END-IF
032200     END-IF
032300     PERFORM 8100-READ-ARCHIVE.
032400*
032500 3200-OPEN-CYCLE.
032600     IF GH-CYCLE-COUNT < WS-MAX-CYCLES
032700         ADD 1 TO GH-CYCLE-COUNT
032800     ELSE
032900         PERFORM 3210-SHIFT-ONE-CYCLE
033000             VARYING WS-GH-SUB FROM 1 BY 1
033100             UNTIL WS-GH-SUB NOT < WS-MAX-CYCLES
033200     END-IF
033300     MOVE AS-CYCLE-DATE TO GH-CYCLE-DATE (GH-CYCLE-COUNT)
033400     MOVE 0 TO GH-CHARGE-AMT (GH-CYCLE-COUNT)
033500     MOVE 0 TO GH-DURATION-SECS (GH-CYCLE-COUNT).
033600*
033700 3210-SHIFT-ONE-CYCLE.
033800     MOVE GH-ENTRY (WS-GH-SUB + 1) TO GH-ENTRY (WS-GH-SUB).
033900*
034000******************************************************************
034100*    THE GRAPH LINE TAKES THE STATEMENT KEYS OF THE MEMBER'S     *
034200*    FIRST LINE, NO CHARGE, AND STMT-ORDER AND SEQ-NUM ZERO SO   *
034300*    STMTSEQ SORTS IT AHEAD OF EVERY INVOICE.  IT GOES ON A NEW  *
034310*    'G' INVOICE WHOSE OWN 'INV' SUMMARY FOLLOWS IT - ONE LINE,  *
034320*    NO AMOUNT - SO INVBALCK BALANCES IT LIKE ANY OTHER.         *
034400******************************************************************
034500 4000-WRITE-GRAPH-LINE.
034600     ADD 1 TO GV-SEQUENCE
035500     ADD 1 TO WS-MEMBERS-GRAPHED
035600     PERFORM 4100-BUILD-GRAPH-DATA
035700     MOVE SPACES TO UNX-STMT-DETAIL-RECORD
035800     MOVE 'DTL'                     TO UNX-DTL-REC-TYPE
035900     MOVE SI-SYS-PRIN               TO UNX-DTL-SYS-PRIN
036000     MOVE SI-ACCT-NUMBER            TO UNX-DTL-ACCT-NUMBER
036100     MOVE 'DTL'                     TO UNX-DTL-RECORD-TYPE
036200     MOVE SI-PARTNER-ID             TO UNX-DTL-PARTNER-ID
036300     MOVE SI-MEMBER-ID              TO UNX-DTL-MEMBER-ID
036400     MOVE SI-ARRANGE-NUM            TO UNX-DTL-ARRANGE-NUM
036500     MOVE ZERO                      TO UNX-DTL-STMT-ORDER
036600     MOVE WS-GRAPH-INVOICE-NUM      TO UNX-DTL-INVOICE-NUM
036700     MOVE ZERO                      TO UNX-DTL-LAYER
036800     MOVE ZERO                      TO UNX-DTL-PARENT-GROUP
036900     MOVE ZERO                      TO UNX-DTL-GROUP-ID
037000     MOVE ZERO                      TO UNX-DTL-SUB-GROUP-ID
037100     MOVE WS-RUN-DATE               TO UNX-DTL-TRAN-DATE
037200     MOVE ZERO                      TO UNX-DTL-PREFIX-NUM
037300     MOVE ZERO                      TO UNX-DTL-RUN-NUM
037400     MOVE ZERO                      TO UNX-DTL-DETAIL-NUM
037500     MOVE ZERO                      TO UNX-DTL-SIBLING-NUM
037600     MOVE ZERO                      TO UNX-DTL-SEQ-NUM
037700     MOVE 'UG'                      TO UNX-DTL-DETAIL-CATEGORY
037800     MOVE 'UGRPH'                   TO UNX-DTL-DETAIL-TYPE
037900     MOVE ZERO                      TO UNX-DTL-LEVEL
038000     MOVE SI-LINE-DEF               TO UNX-DTL-LINE-DEF
038100     MOVE SI-COLUMN-DEF             TO UNX-DTL-COLUMN-DEF
038200     MOVE 'USAGEGRF'                TO UNX-DTL-MSG-ID
038300     MOVE GH-CYCLE-COUNT            TO WS-CYCLES-DISPLAY
038400     STRING 'YOUR CHARGES OVER THE LAST ' WS-CYCLES-DISPLAY
038500         ' BILLS' DELIMITED BY SIZE
038600         INTO UNX-DTL-MSG-TEXT
038700     MOVE WS-RUN-DATE               TO UNX-DTL-POST-DATE
038800     MOVE ZERO                      TO UNX-DTL-CHARGE
038900     MOVE WS-TOTAL-CHARGE           TO UNX-DTL-VARIABLE1
039000     COMPUTE UNX-DTL-VARIABLE2 ROUNDED =
039100         WS-TOTAL-CHARGE / GH-CYCLE-COUNT
039200     MOVE WS-TOTAL-MINUTES          TO UNX-DTL-VARIABLE3
039300     MOVE ZERO                      TO UNX-DTL-VARIABLE4
039400     MOVE 'Y'                       TO UNX-DTL-PRINT-HEADING
039500     MOVE 'P1'                      TO UNX-DTL-GRAPHIC-LOC
039600     MOVE 'CHARGES '                TO UNX-DTL-AMT-LITERAL
039700     MOVE GH-CYCLE-COUNT            TO UNX-DTL-UNIT-QTY
039800     IF GH-TELEPHONY
039900         MOVE 'BLN'                 TO UNX-DTL-GRAPHIC-FORMAT
040000     ELSE
040100         MOVE 'BAR'                 TO UNX-DTL-GRAPHIC-FORMAT
040200     END-IF
040300     MOVE USAGE-GRAPH-DATA          TO UNX-DTL-LOB-DATA
040400     MOVE '*'                       TO UNX-DTL-EOR
040500     WRITE UNX-STMT-DETAIL-RECORD
040550     PERFORM 4200-WRITE-GRAPH-SUMMARY.
040600*
040700 4100-BUILD-GRAPH-DATA.
040800     MOVE SPACES TO USAGE-GRAPH-DATA
040900     MOVE GH-CYCLE-COUNT    TO UG-CYCLE-COUNT
041000     MOVE GH-TELEPHONY-FLAG TO UG-TELEPHONY-FLAG
041100     MOVE 0 TO WS-TOTAL-CHARGE
041200     MOVE 0 TO WS-TOTAL-SECONDS
041300     PERFORM 4110-BUILD-ONE-BAR
041400         VARYING WS-GH-SUB FROM 1 BY 1
041500         UNTIL WS-GH-SUB > WS-MAX-CYCLES
041600     COMPUTE WS-TOTAL-MINUTES ROUNDED = WS-TOTAL-SECONDS / 60.
041700*
041800 4110-BUILD-ONE-BAR.
041900     IF WS-GH-SUB > GH-CYCLE-COUNT
042000         MOVE 0 TO UG-CYCLE-DATE (WS-GH-SUB)
042100         MOVE 0 TO UG-CHARGE-AMT (WS-GH-SUB)
042200         MOVE 0 TO UG-DURATION-MIN (WS-GH-SUB)
042300     ELSE
042400         MOVE GH-CYCLE-DATE (WS-GH-SUB)
042500             TO UG-CYCLE-DATE (WS-GH-SUB)
042600         MOVE GH-CHARGE-AMT (WS-GH-SUB)
042700             TO UG-CHARGE-AMT (WS-GH-SUB)
042800         COMPUTE UG-DURATION-MIN (WS-GH-SUB) ROUNDED =
042900             GH-DURATION-SECS (WS-GH-SUB) / 60
043000         ADD GH-CHARGE-AMT (WS-GH-SUB) TO WS-TOTAL-CHARGE
043100         ADD GH-DURATION-SECS (WS-GH-SUB) TO WS-TOTAL-SECONDS
043200     END-IF.
043300*
043310 4200-WRITE-GRAPH-SUMMARY.
043320     MOVE SPACES TO UNX-INV-SUMMARY-RECORD
043330     MOVE 'INV'                TO UNX-INV-REC-TYPE
043340     MOVE SI-SYS-PRIN          TO UNX-INV-SYS-PRIN
043350     MOVE SI-ACCT-NUMBER       TO UNX-INV-ACCT-NUMBER
043360     MOVE WS-GRAPH-INVOICE-NUM TO UNX-INV-INVOICE-NUM
043370     MOVE 1                    TO UNX-INV-DETAIL-COUNT
043380     MOVE ZERO                 TO UNX-INV-TOTAL-AMT
043390     MOVE UNX-INV-SUMMARY-RECORD TO UNX-STMT-DETAIL-RECORD
043395     WRITE UNX-STMT-DETAIL-RECORD.
043398*
043400 4300-PRINT-DETAIL-LINE.
043500     MOVE SI-PARTNER-ID  TO DL-PARTNER-ID
043600     MOVE SI-MEMBER-ID   TO DL-MEMBER-ID
043700     MOVE GH-CYCLE-COUNT TO DL-CYCLES
043800     IF WS-DISPOSITION NOT = 'GRAPH INSERTED'
043900         PERFORM 4310-TOTAL-HISTORY
044000     END-IF
044100     MOVE WS-TOTAL-CHARGE  TO DL-TOTAL-CHARGE
044200     MOVE WS-TOTAL-MINUTES TO DL-TOTAL-MINUTES
044300     MOVE WS-DISPOSITION   TO DL-DISPOSITION
044400     MOVE ' ' TO RP-CARRIAGE-CONTROL
044500     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
044600     WRITE GRAPH-REPORT-RECORD.
044700*
044800*    A MEMBER NOT GRAPHED STILL REPORTS WHAT HISTORY IT HAS.
044900*
045000 4310-TOTAL-HISTORY.
045100     MOVE 0 TO WS-TOTAL-CHARGE
045200     MOVE 0 TO WS-TOTAL-SECONDS
045300     PERFORM 4320-TOTAL-ONE-CYCLE
045400         VARYING WS-GH-SUB FROM 1 BY 1
045500         UNTIL WS-GH-SUB > GH-CYCLE-COUNT
045600     COMPUTE WS-TOTAL-MINUTES ROUNDED = WS-TOTAL-SECONDS / 60.
045700*
045800 4320-TOTAL-ONE-CYCLE.
045900     ADD GH-CHARGE-AMT (WS-GH-SUB) TO WS-TOTAL-CHARGE
046000     ADD GH-DURATION-SECS (WS-GH-SUB) TO WS-TOTAL-SECONDS.
046100*
046200 5000-PRINT-TOTALS.
046300     MOVE '0' TO RP-CARRIAGE-CONTROL
046400     MOVE SPACES TO RP-PRINT-LINE
046500     WRITE GRAPH-REPORT-RECORD
046600     MOVE 'MEMBERS READ                  ' TO TT-CAPTION
046700     MOVE WS-MEMBERS-READ TO TT-COUNT
046800     PERFORM 5100-PRINT-TOTAL-LINE
046900     MOVE 'GRAPHS INSERTED               ' TO TT-CAPTION
047000     MOVE WS-MEMBERS-GRAPHED TO TT-COUNT
047100     PERFORM 5100-PRINT-TOTAL-LINE
047200     MOVE 'TOO FEW ARCHIVED CYCLES       ' TO TT-CAPTION
047300     MOVE WS-MEMBERS-SHORT TO TT-COUNT
047400     PERFORM 5100-PRINT-TOTAL-LINE
047500     MOVE 'NO ARCHIVE HISTORY            ' TO TT-CAPTION
047600     MOVE WS-MEMBERS-NO-HISTORY TO TT-COUNT
047700     PERFORM 5100-PRINT-TOTAL-LINE
047800     MOVE 'GRAPHS HELD - NO INVOICE NO   ' TO TT-CAPTION
047900     MOVE WS-GRAPHS-HELD TO TT-COUNT
048000     PERFORM 5100-PRINT-TOTAL-LINE.
048100*
048200 5100-PRINT-TOTAL-LINE.
048300     MOVE ' ' TO RP-CARRIAGE-CONTROL
048400     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
048500     WRITE GRAPH-REPORT-RECORD.
048600*
048700 8100-READ-ARCHIVE.
048800     IF WS-ARC-EOF
048900         MOVE HIGH-VALUES TO WS-ARC-KEY
049000     ELSE
049100         READ SORTED-ARCH-FILE
049200             AT END
049300                 MOVE 'Y' TO WS-ARC-EOF-SWITCH
049400                 MOVE HIGH-VALUES TO WS-ARC-KEY
049500             NOT AT END
049600                 MOVE AS-MEMBER-KEY TO WS-ARC-KEY
049700         END-READ
049800     END-IF.
049900*
050000 9999-EXIT.
050100     CLOSE SORTED-ARCH-FILE STMT-DETAIL-FILE STMT-OUT-FILE
050200           GRAPH-REPORT
050300     STOP RUN.
