000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LOYLIAB.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - FINANCE REPORTING.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - MONTH-END LOYALTY          *
001400*                   LIABILITY.  OUTSTANDING POINTS ON THE        *
001500*                   BALANCE MASTER (PTSBAL.CPY), POINTS STILL    *
001600*                   IN TRANSIT ON THE AIRLINE TRANSFER REGISTER  *
001700*                   (XFRPEND.CPY) AND ISSUED VOUCHERS NOT YET    *
001800*                   REDEEMED (VCHMAST.CPY) ARE VALUED AT THE     *
001900*                   PER-POINT RATE ON LIABPARM.  A BREAKAGE      *
002000*                   PROVISION IS TAKEN FROM THE PTSEXPRY         *
002100*                   FORECAST AND A BREAKAGE PERCENTAGE DERIVED   *
002200*                   FROM EXPIRY HISTORY ON BONHIST.  THE         *
002300*                   MOVEMENT AGAINST LAST MONTH'S SNAPSHOT       *
002400*                   (LIABSNAP.CPY) POSTS AS BALANCED PAIRS       *
002500*                   THROUGH THE GLMAP TABLE GLJOURNL USES.       *
002520*   10/15/26  MO    CODE-10 CATALOGUE ORDERS COUNT AS POINTS     *
002540*                   USED, NET OF THEIR REFUNDS.                  *
002560*   10/15/26  MO    STOP THE RUN WHEN GLMAP HAS NO SUSPENSE (SU) *
002580*                   ROW FOR AN UNMAPPED TYPE.                    *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT LIAB-PARM-FILE ASSIGN TO LIABPARM
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT BALANCE-FILE   ASSIGN TO PTSBNEW
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT OPTIONAL PEND-REG-FILE ASSIGN TO XFRPENDN
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT VOUCHER-FILE   ASSIGN TO VCHNEW
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OPTIONAL FORECAST-FILE ASSIGN TO EXPFORCT
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT HISTORY-FILE   ASSIGN TO BONHIST
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT GL-MAP-FILE    ASSIGN TO GLMAP
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT OPTIONAL PRIOR-LIAB-FILE ASSIGN TO LIABPRI
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT CURR-LIAB-FILE ASSIGN TO LIABCUR
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT JOURNAL-FILE   ASSIGN TO LIABJRNL
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT REPORT-FILE    ASSIGN TO LIABRPT
005500         ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800*
005900*    DOLLAR VALUE OF ONE POINT, THE BREAKAGE PERCENTAGE TO USE
006000*    (ZERO MEANS DERIVE IT FROM HISTORY) AND THE NUMBER OF
006100*    YEARS OF HISTORY TO DERIVE IT FROM (ZERO MEANS TWO).
006200*
006300 FD  LIAB-PARM-FILE.
006400 01  LIAB-PARM-RECORD.
006500     05  LP-POINT-VALUE          PIC 9(01)V9(06).
006600     05  LP-BREAKAGE-PCT         PIC 9(03)V99.
006700     05  LP-HISTORY-YEARS        PIC 9(01).
006800*
006900 FD  BALANCE-FILE.
007000     COPY "PTSBAL.cpy".
007100*
007200 FD  PEND-REG-FILE.
007300     COPY "XFRPEND.cpy".
007400*
007500 FD  VOUCHER-FILE.
007600     COPY "VCHMAST.cpy".
007700*
007800*    SAME SHAPE AS PTSEXPRY'S FORECAST-RECORD.
007900*
008000 FD  FORECAST-FILE.
008100 01  FORECAST-RECORD.
008200     05  FC-LINE-TYPE            PIC X(01).
008300         88  FC-THIS-MONTH       VALUE 'T'.
008400         88  FC-NEXT-12          VALUE 'Y'.
008500     05  FC-EARN-MONTH           PIC 9(06).
008600     05  FC-EXPIRY-MONTH         PIC 9(06).
008700     05  FC-OUTSTANDING-POINTS   PIC S9(11).
008800*
008900 FD  HISTORY-FILE.
009000 01  DTAR119-RECORD.
009100     COPY "DTAR119.cbl".
009200*
009300*    SAME SHAPE AS GLJOURNL'S MAP FILE.  THIS JOB USES 'LP'
009400*    POINTS LIABILITY, 'LV' VOUCHER LIABILITY AND 'LB'
009500*    BREAKAGE, PLUS THE 'SU' SUSPENSE ACCOUNT.
009600*
009700 FD  GL-MAP-FILE.
009800 01  GL-MAP-RECORD.
009900     05  GM-MOVEMENT-TYPE        PIC X(02).
010000     05  GM-DEBIT-ACCOUNT        PIC 9(08).
010100     05  GM-CREDIT-ACCOUNT       PIC 9(08).
010200*
010300 FD  PRIOR-LIAB-FILE.
010400     COPY "LIABSNAP.cpy" REPLACING ==LIABILITY-SNAPSHOT-RECORD==
010500                          BY ==PRIOR-LIAB-RECORD==.
010600*
010700 FD  CURR-LIAB-FILE.
010800     COPY "LIABSNAP.cpy" REPLACING ==LIABILITY-SNAPSHOT-RECORD==
010900                          BY ==CURR-LIAB-RECORD==.
011000*
011100*    SAME SHAPE AS GLJOURNL'S JOURNAL-RECORD.
011200*
011300 FD  JOURNAL-FILE.
011400 01  JOURNAL-RECORD.
011500     05  JL-RUN-DATE             PIC 9(08).
011600     05  JL-GL-ACCOUNT           PIC 9(08).
011700     05  JL-DR-CR-IND            PIC X(01).
011800     05  JL-AMOUNT               PIC S9(13)V99.
011900     05  JL-MOVEMENT-TYPE        PIC X(02).
012000     05  JL-SOURCE-JOB           PIC X(08).
012100*
012200 FD  REPORT-FILE.
012300 01  REPORT-RECORD.
012400     05  RP-CARRIAGE-CONTROL     PIC X(01).
012500     05  RP-PRINT-LINE           PIC X(132).
012600*
012700 WORKING-STORAGE SECTION.
012800*
012900 01  WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
013000     88  WS-PARM-EOF             VALUE 'Y'.
013100 01  WS-BAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
013200     88  WS-BAL-EOF              VALUE 'Y'.
013300 01  WS-PEND-EOF-SWITCH          PIC X(01) VALUE 'N'.
013400     88  WS-PEND-EOF             VALUE 'Y'.
013500 01  WS-VCH-EOF-SWITCH           PIC X(01) VALUE 'N'.
013600     88  WS-VCH-EOF              VALUE 'Y'.
013700 01  WS-FC-EOF-SWITCH            PIC X(01) VALUE 'N'.
013800     88  WS-FC-EOF               VALUE 'Y'.
013900 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
014000     88  WS-HIST-EOF             VALUE 'Y'.
014100 01  WS-MAP-EOF-SWITCH           PIC X(01) VALUE 'N'.
014200     88  WS-MAP-EOF              VALUE 'Y'.
014300 01  WS-PRIOR-EOF-SWITCH         PIC X(01) VALUE 'N'.
014400     88  WS-PRIOR-EOF            VALUE 'Y'.
014500*
014600*    POINTS LEAVE A CARD EITHER BY EXPIRY (CODE 04) OR BY
014700*    BEING USED - REDEMPTION (02), VOUCHER (06) OR AIRLINE
014800*    TRANSFER (07).  BREAKAGE IS THE EXPIRED SHARE OF THAT.
014820*    CATALOGUE ORDERS (10) ARE USE TOO; THEIR REFUNDS CARRY
014840*    POSITIVE POINTS AND SO NET THE RETURNED ORDER BACK OUT.
014900*
015000 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
015100 01  WS-EXPIRY-CODE              PIC 9(02) VALUE 04.
015200 01  WS-VOUCHER-CODE             PIC 9(02) VALUE 06.
015300 01  WS-TRANSFER-CODE            PIC 9(02) VALUE 07.
015350 01  WS-CATALOGUE-CODE           PIC 9(02) VALUE 10.
015400*
015500 01  WS-RUN-DATE                 PIC 9(08).
015600 01  WS-RUN-DAY                  PIC 9(07).
015700 01  WS-HISTORY-START-DAY        PIC 9(07).
015800 01  WS-HISTORY-YEARS            PIC 9(01).
015900 01  WS-POINT-VALUE              PIC 9(01)V9(06).
016000 01  WS-BREAKAGE-PCT             PIC 9(03)V99.
016100 01  WS-BREAKAGE-SOURCE          PIC X(08).
016200*
016300 01  WS-CARDS-READ               PIC 9(09) VALUE 0.
016400 01  WS-POINTS-OUTSTANDING       PIC S9(11) COMP-3 VALUE 0.
016500 01  WS-POINTS-IN-TRANSIT        PIC S9(11) COMP-3 VALUE 0.
016600 01  WS-POINTS-ON-CARD           PIC S9(11) COMP-3 VALUE 0.
016700 01  WS-VOUCHER-POINTS           PIC S9(11) COMP-3 VALUE 0.
016800 01  WS-VOUCHERS-OPEN            PIC 9(09) VALUE 0.
016900 01  WS-EXPIRING-THIS-MONTH      PIC S9(11) COMP-3 VALUE 0.
017000 01  WS-EXPIRING-NEXT-12         PIC S9(11) COMP-3 VALUE 0.
017100 01  WS-EXPIRED-POINTS           PIC S9(13) COMP-3 VALUE 0.
017200 01  WS-USED-POINTS              PIC S9(13) COMP-3 VALUE 0.
017300 01  WS-BREAKAGE-POINTS          PIC S9(11) COMP-3 VALUE 0.
017400*
017500 01  WS-ON-CARD-VALUE            PIC S9(13)V99 COMP-3 VALUE 0.
017600 01  WS-IN-TRANSIT-VALUE         PIC S9(13)V99 COMP-3 VALUE 0.
017700 01  WS-POINTS-LIABILITY         PIC S9(13)V99 COMP-3 VALUE 0.
017800 01  WS-VOUCHER-LIABILITY        PIC S9(13)V99 COMP-3 VALUE 0.
017900 01  WS-GROSS-LIABILITY          PIC S9(13)V99 COMP-3 VALUE 0.
018000 01  WS-BREAKAGE-PROVISION       PIC S9(13)V99 COMP-3 VALUE 0.
018100 01  WS-NET-LIABILITY            PIC S9(13)V99 COMP-3 VALUE 0.
018200*
018300 01  WS-PRIOR-DATE               PIC 9(08) VALUE 0.
018400 01  WS-PRIOR-POINTS-LIAB        PIC S9(13)V99 COMP-3 VALUE 0.
018500 01  WS-PRIOR-VOUCHER-LIAB       PIC S9(13)V99 COMP-3 VALUE 0.
018600 01  WS-PRIOR-BREAKAGE           PIC S9(13)V99 COMP-3 VALUE 0.
018700*
018800 01  WS-DEBITS-POSTED            PIC S9(13)V99 COMP-3 VALUE 0.
018900 01  WS-CREDITS-POSTED           PIC S9(13)V99 COMP-3 VALUE 0.
019000 01  WS-RESIDUE                  PIC S9(13)V99 COMP-3.
019100 01  WS-MOVEMENT-AMT             PIC S9(13)V99 COMP-3.
019200 01  WS-POSTING-AMT              PIC S9(13)V99 COMP-3.
019300 01  WS-MOVEMENT-TYPE            PIC X(02).
019400 01  WS-DEBIT-ACCT               PIC 9(08).
019500 01  WS-CREDIT-ACCT              PIC 9(08).
019600*
019700 01  GM-TABLE-MAX                PIC 9(02) COMP VALUE 20.
019800 01  GM-TABLE-COUNT              PIC 9(02) COMP VALUE 0.
019900 01  GM-TABLE.
020000     05  GM-ENTRY OCCURS 20 TIMES
020100                  INDEXED BY GM-IDX.
020200         10  GM-T-MOVEMENT-TYPE  PIC X(02).
020300         10  GM-T-DEBIT-ACCT     PIC 9(08).
020400         10  GM-T-CREDIT-ACCT    PIC 9(08).
020500*
020600 01  WS-HEADING-LINE.
020700     05  FILLER                  PIC X(40)
020800         VALUE 'LOYLIAB - LOYALTY LIABILITY AND BREAKAGE'.
020900     05  FILLER                  PIC X(10) VALUE '  RUN DATE'.
021000     05  FILLER                  PIC X(01) VALUE SPACE.
021100     05  HD-RUN-DATE             PIC 9(08).
021200     05  FILLER                  PIC X(73) VALUE SPACES.
021300*
021400 01  WS-VALUE-HEAD-LINE.
021500     05  FILLER                  PIC X(35) VALUE SPACES.
021600     05  FILLER                  PIC X(15) VALUE
021700         '         POINTS'.
021800     05  FILLER                  PIC X(04) VALUE SPACES.
021900     05  FILLER                  PIC X(21) VALUE
022000         '                VALUE'.
022100     05  FILLER                  PIC X(57) VALUE SPACES.
022200*
022300 01  WS-VALUE-LINE.
022400     05  VL-CAPTION              PIC X(35).
022500     05  VL-POINTS               PIC ZZ,ZZZ,ZZZ,ZZ9-.
022600     05  FILLER                  PIC X(04) VALUE SPACES.
022700     05  VL-VALUE                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
022800     05  FILLER                  PIC X(57) VALUE SPACES.
022900*
023000 01  WS-PCT-LINE.
023100     05  PC-CAPTION              PIC X(35).
023200     05  PC-PCT                  PIC ZZ9.99.
023300     05  FILLER                  PIC X(02) VALUE SPACES.
023400     05  PC-SOURCE               PIC X(08).
023500     05  FILLER                  PIC X(81) VALUE SPACES.
023600*
023700 01  WS-MOVE-HEAD-LINE.
023800     05  FILLER                  PIC X(35) VALUE
023900         'LEDGER MOVEMENT'.
024000     05  FILLER                  PIC X(21) VALUE
024100         '          PRIOR MONTH'.
024200     05  FILLER                  PIC X(03) VALUE SPACES.
024300     05  FILLER                  PIC X(21) VALUE
024400         '           THIS MONTH'.
024500     05  FILLER                  PIC X(03) VALUE SPACES.
024600     05  FILLER                  PIC X(21) VALUE
024700         '             MOVEMENT'.
024800     05  FILLER                  PIC X(28) VALUE SPACES.
024900*
025000 01  WS-MOVE-LINE.
025100     05  MV-CAPTION              PIC X(35).
025200     05  MV-PRIOR                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
025300     05  FILLER                  PIC X(03) VALUE SPACES.
025400     05  MV-CURRENT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
025500     05  FILLER                  PIC X(03) VALUE SPACES.
025600     05  MV-MOVEMENT             PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
025700     05  FILLER                  PIC X(28) VALUE SPACES.
025800*
025900 PROCEDURE DIVISION.
026000*
026100 0000-MAINLINE.
026200     PERFORM 1000-INITIALIZE
026300     PERFORM 2000-TOTAL-ONE-BALANCE
026400         UNTIL WS-BAL-EOF
026500     PERFORM 2100-TOTAL-ONE-TRANSFER
026600         UNTIL WS-PEND-EOF
026700     PERFORM 2200-TOTAL-ONE-VOUCHER
026800         UNTIL WS-VCH-EOF
026900     PERFORM 2300-READ-ONE-FORECAST
027000         UNTIL WS-FC-EOF
027100     PERFORM 3000-VALUE-LIABILITY
027200     PERFORM 4000-POST-MOVEMENTS
027300     PERFORM 4500-POST-SUSPENSE-RESIDUE
027400     PERFORM 5000-WRITE-SNAPSHOT
027500     PERFORM 6000-PRINT-REPORT
027600     DISPLAY 'LOYLIAB - CARDS READ:          ' WS-CARDS-READ
027700     DISPLAY 'LOYLIAB - NET LIABILITY:       ' WS-NET-LIABILITY
027800     DISPLAY 'LOYLIAB - DEBITS POSTED:       ' WS-DEBITS-POSTED
027900     DISPLAY 'LOYLIAB - CREDITS POSTED:      ' WS-CREDITS-POSTED
028000     PERFORM 9999-EXIT.
028100*
028200 1000-INITIALIZE.
028300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
028400     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
028500     OPEN INPUT LIAB-PARM-FILE
028600     READ LIAB-PARM-FILE
028700         AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
028800     END-READ
028900     CLOSE LIAB-PARM-FILE
029000*
029100*    WITHOUT A POINT VALUE THE WHOLE LIABILITY WOULD BOOK AS
029200*    ZERO AND REVERSE LAST MONTH, SO THE RUN STOPS.
029300*
029400     IF WS-PARM-EOF
029500         OR LP-POINT-VALUE = ZERO
029600         OR LP-BREAKAGE-PCT > 100
029700         DISPLAY 'LOYLIAB - NO VALID POINT VALUE ON LIABPARM '
029800             '- RUN STOPPED'
029900         MOVE 8 TO RETURN-CODE
030000         STOP RUN
030100     END-IF
030200     MOVE LP-POINT-VALUE TO WS-POINT-VALUE
030300     MOVE LP-HISTORY-YEARS TO WS-HISTORY-YEARS
030400     IF WS-HISTORY-YEARS = ZERO
030500         MOVE 2 TO WS-HISTORY-YEARS
030600     END-IF
030700     IF LP-BREAKAGE-PCT NOT = ZERO
030800         MOVE LP-BREAKAGE-PCT TO WS-BREAKAGE-PCT
030900         MOVE 'LIABPARM' TO WS-BREAKAGE-SOURCE
031000     ELSE
031100         PERFORM 1300-DERIVE-BREAKAGE-PCT
031200     END-IF
031300     OPEN INPUT GL-MAP-FILE
031400     PERFORM 8600-READ-GL-MAP
031500     PERFORM 1100-LOAD-ONE-MAP-ENTRY
031600         UNTIL WS-MAP-EOF
031700     CLOSE GL-MAP-FILE
031800     PERFORM 1200-LOAD-PRIOR-SNAPSHOT
031900     OPEN INPUT  BALANCE-FILE
032000     OPEN INPUT  PEND-REG-FILE
032100     OPEN INPUT  VOUCHER-FILE
032200     OPEN INPUT  FORECAST-FILE
032300     OPEN OUTPUT JOURNAL-FILE
032400     OPEN OUTPUT CURR-LIAB-FILE
032500     OPEN OUTPUT REPORT-FILE
032600     PERFORM 8000-READ-BALANCE
032700     PERFORM 8100-READ-PENDING
032800     PERFORM 8200-READ-VOUCHER
032900     PERFORM 8300-READ-FORECAST.
033000*
033100 1100-LOAD-ONE-MAP-ENTRY.
033200     IF GM-TABLE-COUNT < GM-TABLE-MAX
033300         ADD 1 TO GM-TABLE-COUNT
033400         SET GM-IDX TO GM-TABLE-COUNT
033500         MOVE GM-MOVEMENT-TYPE  TO GM-T-MOVEMENT-TYPE (GM-IDX)
033600         MOVE GM-DEBIT-ACCOUNT  TO GM-T-DEBIT-ACCT (GM-IDX)
033700         MOVE GM-CREDIT-ACCOUNT TO GM-T-CREDIT-ACCT (GM-IDX)
033800     END-IF
033900     PERFORM 8600-READ-GL-MAP.
034000*
034100*    THE FIRST RUN HAS NO PRIOR SNAPSHOT, SO THE WHOLE OPENING
034200*    LIABILITY POSTS AS THAT MONTH'S MOVEMENT.  IF THE FILE
034300*    HOLDS MORE THAN ONE MONTH THE LAST ONE IS THE PRIOR.
034400*
034500 1200-LOAD-PRIOR-SNAPSHOT.
034600     OPEN INPUT PRIOR-LIAB-FILE
034700     PERFORM 8700-READ-PRIOR
034800     PERFORM 1210-KEEP-ONE-PRIOR
034900         UNTIL WS-PRIOR-EOF
035000     CLOSE PRIOR-LIAB-FILE.
035100*
035200 1210-KEEP-ONE-PRIOR.
035300     MOVE LS-RUN-DATE OF PRIOR-LIAB-RECORD
035400         TO WS-PRIOR-DATE
035500     MOVE LS-POINTS-LIABILITY OF PRIOR-LIAB-RECORD
035600         TO WS-PRIOR-POINTS-LIAB
035700     MOVE LS-VOUCHER-LIABILITY OF PRIOR-LIAB-RECORD
035800         TO WS-PRIOR-VOUCHER-LIAB
035900     MOVE LS-BREAKAGE-PROVISION OF PRIOR-LIAB-RECORD
036000         TO WS-PRIOR-BREAKAGE
036100     PERFORM 8700-READ-PRIOR.
036200*
036300*    BREAKAGE IS THE SHARE OF POINTS LEAVING MEMBERS' CARDS
036400*    OVER THE HISTORY WINDOW THAT LEFT BY EXPIRY RATHER THAN
036500*    BY BEING USED.
036600*
036700 1300-DERIVE-BREAKAGE-PCT.
036800     COMPUTE WS-HISTORY-START-DAY =
036900         WS-RUN-DAY - WS-HISTORY-YEARS * 1000
037000     OPEN INPUT HISTORY-FILE
037100     PERFORM 8400-READ-HISTORY
037200     PERFORM 1310-TOTAL-ONE-OUTFLOW
037300         UNTIL WS-HIST-EOF
037400     CLOSE HISTORY-FILE
037500     MOVE 'HISTORY ' TO WS-BREAKAGE-SOURCE
037600     IF WS-EXPIRED-POINTS + WS-USED-POINTS > ZERO
037700         COMPUTE WS-BREAKAGE-PCT ROUNDED =
037800             WS-EXPIRED-POINTS * 100
037900             / (WS-EXPIRED-POINTS + WS-USED-POINTS)
038000     ELSE
038100         MOVE ZERO TO WS-BREAKAGE-PCT
038200     END-IF.
038300*
038400 1310-TOTAL-ONE-OUTFLOW.
038500     IF DTAR119-TRANS-DATE > WS-HISTORY-START-DAY
038600         AND DTAR119-TRANS-DATE <= WS-RUN-DAY
038700         EVALUATE DTAR119-TRANS-CODE
038800             WHEN WS-EXPIRY-CODE
038900                 SUBTRACT DTAR119-BONUS-POINTS
039000                     FROM WS-EXPIRED-POINTS
039100             WHEN WS-REDEMPTION-CODE
039200                 ADD DTAR119-BONUS-POINTS TO WS-USED-POINTS
039300             WHEN WS-VOUCHER-CODE
039400             WHEN WS-TRANSFER-CODE
039450             WHEN WS-CATALOGUE-CODE
039500                 SUBTRACT DTAR119-BONUS-POINTS
039600                     FROM WS-USED-POINTS
039700             WHEN OTHER
039800                 CONTINUE
039900         END-EVALUATE
040000     END-IF
040100     PERFORM 8400-READ-HISTORY.
040200*
040300*    A NEGATIVE BALANCE IS OWED BY THE MEMBER, NOT TO THEM,
040400*    AND CARRIES NO LIABILITY.
040500*
040600 2000-TOTAL-ONE-BALANCE.
040700     ADD 1 TO WS-CARDS-READ
040800     IF PB-CURRENT-BALANCE > ZERO
040900         ADD PB-CURRENT-BALANCE TO WS-POINTS-OUTSTANDING
041000     END-IF
041100     PERFORM 8000-READ-BALANCE.
041200*
041300*    PENDING TRANSFERS ARE STILL IN PB-CURRENT-BALANCE UNTIL
041400*    XFRCONF POSTS THE CODE-07 DEBIT; THEY ARE CARVED OUT OF
041500*    THE CARD BALANCE BELOW, NOT ADDED TO IT.
041600*
041700 2100-TOTAL-ONE-TRANSFER.
041800     IF XF-PENDING
041900         ADD XF-POINTS TO WS-POINTS-IN-TRANSIT
042000     END-IF
042100     PERFORM 8100-READ-PENDING.
042200*
042300*    A VOUCHER PAST ITS EXPIRY IS NO LONGER OWED EVEN IF THE
042400*    EXPIRY SWEEP HAS NOT YET MARKED IT.
042500*
042600 2200-TOTAL-ONE-VOUCHER.
042700     IF VM-ISSUED
042800         AND VM-EXPIRY-DATE >= WS-RUN-DAY
042900         ADD 1 TO WS-VOUCHERS-OPEN
043000         ADD VM-POINTS-CONVERTED TO WS-VOUCHER-POINTS
043100         ADD VM-DOLLAR-VALUE TO WS-VOUCHER-LIABILITY
043200     END-IF
043300     PERFORM 8200-READ-VOUCHER.
043400*
043500 2300-READ-ONE-FORECAST.
043600     EVALUATE TRUE
043700         WHEN FC-THIS-MONTH
043800             MOVE FC-OUTSTANDING-POINTS
043900                 TO WS-EXPIRING-THIS-MONTH
044000         WHEN FC-NEXT-12
044100             MOVE FC-OUTSTANDING-POINTS
044200                 TO WS-EXPIRING-NEXT-12
044300         WHEN OTHER
044400             CONTINUE
044500     END-EVALUATE
044600     PERFORM 8300-READ-FORECAST.
044700*
044800*    POINTS FORECAST TO EXPIRE THIS MONTH ARE CERTAIN
044900*    BREAKAGE; THE REST OF THE CARD BALANCE CARRIES THE
045000*    BREAKAGE PERCENTAGE.  POINTS IN TRANSIT ARE COMMITTED TO
045100*    THE AIRLINE AND VOUCHERS ARE ALREADY DOLLARS, SO NEITHER
045200*    ATTRACTS BREAKAGE.
045300*
045400 3000-VALUE-LIABILITY.
045500     IF WS-POINTS-IN-TRANSIT > WS-POINTS-OUTSTANDING
045600         MOVE WS-POINTS-OUTSTANDING TO WS-POINTS-IN-TRANSIT
045700     END-IF
045800     COMPUTE WS-POINTS-ON-CARD =
045900         WS-POINTS-OUTSTANDING - WS-POINTS-IN-TRANSIT
046000     IF WS-EXPIRING-THIS-MONTH > WS-POINTS-ON-CARD
046100         MOVE WS-POINTS-ON-CARD TO WS-EXPIRING-THIS-MONTH
046200     END-IF
046300     COMPUTE WS-BREAKAGE-POINTS ROUNDED =
046400         WS-EXPIRING-THIS-MONTH
046500         + (WS-POINTS-ON-CARD - WS-EXPIRING-THIS-MONTH)
046600           * WS-BREAKAGE-PCT / 100
046700     COMPUTE WS-ON-CARD-VALUE ROUNDED =
046800         WS-POINTS-ON-CARD * WS-POINT-VALUE
046900     COMPUTE WS-IN-TRANSIT-VALUE ROUNDED =
047000         WS-POINTS-IN-TRANSIT * WS-POINT-VALUE
047100     COMPUTE WS-BREAKAGE-PROVISION ROUNDED =
047200         WS-BREAKAGE-POINTS * WS-POINT-VALUE
047300     COMPUTE WS-POINTS-LIABILITY =
047400         WS-ON-CARD-VALUE + WS-IN-TRANSIT-VALUE
047500     COMPUTE WS-GROSS-LIABILITY =
047600         WS-POINTS-LIABILITY + WS-VOUCHER-LIABILITY
047700     COMPUTE WS-NET-LIABILITY =
047800         WS-GROSS-LIABILITY - WS-BREAKAGE-PROVISION.
047900*
048000*    EACH LIABILITY POSTS ONLY ITS MOVEMENT SINCE LAST MONTH.
048100*    AN INCREASE POSTS TO THE MAP'S DEBIT AND CREDIT ACCOUNTS
048200*    AS GIVEN; A DECREASE REVERSES THEM.
048300*
048400 4000-POST-MOVEMENTS.
048500     MOVE 'LP' TO WS-MOVEMENT-TYPE
048600     COMPUTE WS-MOVEMENT-AMT =
048700         WS-POINTS-LIABILITY - WS-PRIOR-POINTS-LIAB
048800     PERFORM 4100-POST-ONE-MOVEMENT
048900     MOVE 'LV' TO WS-MOVEMENT-TYPE
049000     COMPUTE WS-MOVEMENT-AMT =
049100         WS-VOUCHER-LIABILITY - WS-PRIOR-VOUCHER-LIAB
049200     PERFORM 4100-POST-ONE-MOVEMENT
049300     MOVE 'LB' TO WS-MOVEMENT-TYPE
049400     COMPUTE WS-MOVEMENT-AMT =
049500         WS-BREAKAGE-PROVISION - WS-PRIOR-BREAKAGE
049600     PERFORM 4100-POST-ONE-MOVEMENT.
049700*
049800 4100-POST-ONE-MOVEMENT.
049900     IF WS-MOVEMENT-AMT NOT = ZERO
050000         SET GM-IDX TO 1
050100         SEARCH GM-ENTRY
050200             AT END
050300                 DISPLAY 'LOYLIAB - NO MAP ENTRY FOR TYPE '
050400                     WS-MOVEMENT-TYPE ' - POSTED TO SUSPENSE'
050500                 PERFORM 4400-FIND-SUSPENSE-ENTRY
050600             WHEN GM-IDX > GM-TABLE-COUNT
050700                 DISPLAY 'LOYLIAB - NO MAP ENTRY FOR TYPE '
050800                     WS-MOVEMENT-TYPE ' - POSTED TO SUSPENSE'
050900                 PERFORM 4400-FIND-SUSPENSE-ENTRY
051000             WHEN GM-T-MOVEMENT-TYPE (GM-IDX) = WS-MOVEMENT-TYPE
051100                 CONTINUE
051200         END-SEARCH
051300         PERFORM 4200-POST-BALANCED-PAIR
051400     END-IF.
051500*
051600 4200-POST-BALANCED-PAIR.
051700     IF WS-MOVEMENT-AMT > ZERO
051800         MOVE WS-MOVEMENT-AMT TO WS-POSTING-AMT
051900         MOVE GM-T-DEBIT-ACCT (GM-IDX)  TO WS-DEBIT-ACCT
052000         MOVE GM-T-CREDIT-ACCT (GM-IDX) TO WS-CREDIT-ACCT
052100     ELSE
052200         COMPUTE WS-POSTING-AMT = ZERO - WS-MOVEMENT-AMT
052300         MOVE GM-T-CREDIT-ACCT (GM-IDX) TO WS-DEBIT-ACCT
052400         MOVE GM-T-DEBIT-ACCT (GM-IDX)  TO WS-CREDIT-ACCT
052500     END-IF
052600     MOVE WS-RUN-DATE TO JL-RUN-DATE
052700     MOVE WS-DEBIT-ACCT TO JL-GL-ACCOUNT
052800     MOVE 'D' TO JL-DR-CR-IND
052900     MOVE WS-POSTING-AMT TO JL-AMOUNT
053000     MOVE WS-MOVEMENT-TYPE TO JL-MOVEMENT-TYPE
053100     MOVE 'LOYLIAB ' TO JL-SOURCE-JOB
053200     WRITE JOURNAL-RECORD
053300     ADD WS-POSTING-AMT TO WS-DEBITS-POSTED
053400     MOVE WS-CREDIT-ACCT TO JL-GL-ACCOUNT
053500     MOVE 'C' TO JL-DR-CR-IND
053600     WRITE JOURNAL-RECORD
053700     ADD WS-POSTING-AMT TO WS-CREDITS-POSTED.
053800*
053900 4400-FIND-SUSPENSE-ENTRY.
054000     SET GM-IDX TO 1
054100     SEARCH GM-ENTRY
054200         AT END
054300             PERFORM 4410-STOP-NO-SUSPENSE
054400         WHEN GM-IDX > GM-TABLE-COUNT
054500             PERFORM 4410-STOP-NO-SUSPENSE
054600         WHEN GM-T-MOVEMENT-TYPE (GM-IDX) = 'SU'
054700             CONTINUE
054800     END-SEARCH.
054810*
054820*    WITH NEITHER THE TYPE'S ROW NOR THE SUSPENSE ROW ON GLMAP
054830*    THERE IS NO ACCOUNT TO POST TO, SO THE RUN STOPS RATHER
054840*    THAN BOOK THE LIABILITY TO AN ARBITRARY ACCOUNT.
054850*
054860 4410-STOP-NO-SUSPENSE.
054870     DISPLAY 'LOYLIAB - NO MAP ENTRY FOR TYPE ' WS-MOVEMENT-TYPE
054880         ' AND NO SUSPENSE (SU) ENTRY ON GLMAP - RUN STOPPED'
054890     MOVE 8 TO RETURN-CODE
054895     STOP RUN.
054900*
055000*    PAIRS BALANCE BY CONSTRUCTION; THE RESIDUE CHECK IS THE
055100*    AUDITORS' PROOF, AS IN GLJOURNL.
055200*
055300 4500-POST-SUSPENSE-RESIDUE.
055400     COMPUTE WS-RESIDUE = WS-DEBITS-POSTED - WS-CREDITS-POSTED
055500     IF WS-RESIDUE NOT = ZERO
055600         PERFORM 4400-FIND-SUSPENSE-ENTRY
055700         MOVE WS-RUN-DATE TO JL-RUN-DATE
055800         MOVE GM-T-CREDIT-ACCT (GM-IDX) TO JL-GL-ACCOUNT
055900         IF WS-RESIDUE > ZERO
056000             MOVE 'C' TO JL-DR-CR-IND
056100             MOVE WS-RESIDUE TO JL-AMOUNT
056200             ADD WS-RESIDUE TO WS-CREDITS-POSTED
056300         ELSE
056400             MOVE 'D' TO JL-DR-CR-IND
056500             COMPUTE JL-AMOUNT = ZERO - WS-RESIDUE
056600             SUBTRACT WS-RESIDUE FROM WS-DEBITS-POSTED
056700         END-IF
056800         MOVE 'SU' TO JL-MOVEMENT-TYPE
056900         MOVE 'LOYLIAB ' TO JL-SOURCE-JOB
057000         WRITE JOURNAL-RECORD
057100     END-IF.
057200*
057300 5000-WRITE-SNAPSHOT.
057400     MOVE WS-RUN-DATE           TO LS-RUN-DATE
057500         OF CURR-LIAB-RECORD
057600     MOVE WS-POINTS-ON-CARD     TO LS-POINTS-ON-CARD
057700         OF CURR-LIAB-RECORD
057800     MOVE WS-POINTS-IN-TRANSIT  TO LS-POINTS-IN-TRANSIT
057900         OF CURR-LIAB-RECORD
058000     MOVE WS-POINT-VALUE        TO LS-POINT-VALUE
058100         OF CURR-LIAB-RECORD
058200     MOVE WS-POINTS-LIABILITY   TO LS-POINTS-LIABILITY
058300         OF CURR-LIAB-RECORD
058400     MOVE WS-VOUCHER-LIABILITY  TO LS-VOUCHER-LIABILITY
058500         OF CURR-LIAB-RECORD
058600     MOVE WS-BREAKAGE-PCT       TO LS-BREAKAGE-PCT
058700         OF CURR-LIAB-RECORD
058800     MOVE WS-BREAKAGE-PROVISION TO LS-BREAKAGE-PROVISION
058900         OF CURR-LIAB-RECORD
059000     WRITE CURR-LIAB-RECORD.
059100*
059200 6000-PRINT-REPORT.
059300     MOVE WS-RUN-DATE TO HD-RUN-DATE
059400     MOVE '1' TO RP-CARRIAGE-CONTROL
059500     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
059600     WRITE REPORT-RECORD
059700     MOVE '0' TO RP-CARRIAGE-CONTROL
059800     MOVE WS-VALUE-HEAD-LINE TO RP-PRINT-LINE
059900     WRITE REPORT-RECORD
060000     MOVE ' ' TO RP-CARRIAGE-CONTROL
060100     MOVE 'POINTS HELD ON CARDS               ' TO VL-CAPTION
060200     MOVE WS-POINTS-ON-CARD TO VL-POINTS
060300     MOVE WS-ON-CARD-VALUE TO VL-VALUE
060400     PERFORM 6100-PRINT-VALUE-LINE
060500     MOVE 'POINTS IN TRANSIT TO AIRLINES      ' TO VL-CAPTION
060600     MOVE WS-POINTS-IN-TRANSIT TO VL-POINTS
060700     MOVE WS-IN-TRANSIT-VALUE TO VL-VALUE
060800     PERFORM 6100-PRINT-VALUE-LINE
060900     MOVE 'VOUCHERS ISSUED NOT REDEEMED       ' TO VL-CAPTION
061000     MOVE WS-VOUCHER-POINTS TO VL-POINTS
061100     MOVE WS-VOUCHER-LIABILITY TO VL-VALUE
061200     PERFORM 6100-PRINT-VALUE-LINE
061300     MOVE 'GROSS LOYALTY LIABILITY            ' TO VL-CAPTION
061400     COMPUTE VL-POINTS =
061500         WS-POINTS-OUTSTANDING + WS-VOUCHER-POINTS
061600     MOVE WS-GROSS-LIABILITY TO VL-VALUE
061700     MOVE '0' TO RP-CARRIAGE-CONTROL
061800     PERFORM 6100-PRINT-VALUE-LINE
061900     MOVE 'BREAKAGE PERCENTAGE                ' TO PC-CAPTION
062000     MOVE WS-BREAKAGE-PCT TO PC-PCT
062100     MOVE WS-BREAKAGE-SOURCE TO PC-SOURCE
062200     MOVE '0' TO RP-CARRIAGE-CONTROL
062300     MOVE WS-PCT-LINE TO RP-PRINT-LINE
062400     WRITE REPORT-RECORD
062500     MOVE ' ' TO RP-CARRIAGE-CONTROL
062600     MOVE 'POINTS EXPIRING THIS MONTH         ' TO VL-CAPTION
062700     MOVE WS-EXPIRING-THIS-MONTH TO VL-POINTS
062800     COMPUTE VL-VALUE ROUNDED =
062900         WS-EXPIRING-THIS-MONTH * WS-POINT-VALUE
063000     PERFORM 6100-PRINT-VALUE-LINE
063100     MOVE 'POINTS EXPIRING NEXT 12 MONTHS     ' TO VL-CAPTION
063200     MOVE WS-EXPIRING-NEXT-12 TO VL-POINTS
063300     COMPUTE VL-VALUE ROUNDED =
063400         WS-EXPIRING-NEXT-12 * WS-POINT-VALUE
063500     PERFORM 6100-PRINT-VALUE-LINE
063600     MOVE 'BREAKAGE PROVISION                 ' TO VL-CAPTION
063700     MOVE WS-BREAKAGE-POINTS TO VL-POINTS
063800     MOVE WS-BREAKAGE-PROVISION TO VL-VALUE
063900     PERFORM 6100-PRINT-VALUE-LINE
064000     MOVE 'NET LOYALTY LIABILITY              ' TO VL-CAPTION
064100     COMPUTE VL-POINTS = WS-POINTS-OUTSTANDING
064200         + WS-VOUCHER-POINTS - WS-BREAKAGE-POINTS
064300     MOVE WS-NET-LIABILITY TO VL-VALUE
064400     MOVE '0' TO RP-CARRIAGE-CONTROL
064500     PERFORM 6100-PRINT-VALUE-LINE
064600     MOVE '0' TO RP-CARRIAGE-CONTROL
064700     MOVE WS-MOVE-HEAD-LINE TO RP-PRINT-LINE
064800     WRITE REPORT-RECORD
064900     MOVE ' ' TO RP-CARRIAGE-CONTROL
065000     MOVE 'LP  POINTS LIABILITY               ' TO MV-CAPTION
065100     MOVE WS-PRIOR-POINTS-LIAB TO MV-PRIOR
065200     MOVE WS-POINTS-LIABILITY TO MV-CURRENT
065300     COMPUTE MV-MOVEMENT =
065400         WS-POINTS-LIABILITY - WS-PRIOR-POINTS-LIAB
065500     PERFORM 6200-PRINT-MOVE-LINE
065600     MOVE 'LV  VOUCHER LIABILITY              ' TO MV-CAPTION
065700     MOVE WS-PRIOR-VOUCHER-LIAB TO MV-PRIOR
065800     MOVE WS-VOUCHER-LIABILITY TO MV-CURRENT
065900     COMPUTE MV-MOVEMENT =
066000         WS-VOUCHER-LIABILITY - WS-PRIOR-VOUCHER-LIAB
066100     PERFORM 6200-PRINT-MOVE-LINE
066200     MOVE 'LB  BREAKAGE PROVISION             ' TO MV-CAPTION
066300     MOVE WS-PRIOR-BREAKAGE TO MV-PRIOR
066400     MOVE WS-BREAKAGE-PROVISION TO MV-CURRENT
066500     COMPUTE MV-MOVEMENT =
066600         WS-BREAKAGE-PROVISION - WS-PRIOR-BREAKAGE
066700     PERFORM 6200-PRINT-MOVE-LINE.
066800*
066900 6100-PRINT-VALUE-LINE.
067000     MOVE WS-VALUE-LINE TO RP-PRINT-LINE
067100     WRITE REPORT-RECORD
067200     MOVE ' ' TO RP-CARRIAGE-CONTROL.
067300*
067400 6200-PRINT-MOVE-LINE.
067500     MOVE WS-MOVE-LINE TO RP-PRINT-LINE
067600     WRITE REPORT-RECORD.
067700*
067800 8000-READ-BALANCE.
067900     READ BALANCE-FILE
068000         AT END MOVE 'Y' TO WS-BAL-EOF-SWITCH
068100     END-READ.
068200*
068300 8100-READ-PENDING.
068400     READ PEND-REG-FILE
068500         AT END MOVE 'Y' TO WS-PEND-EOF-SWITCH
068600     END-READ.
068700*
068800 8200-READ-VOUCHER.
068900     READ VOUCHER-FILE
069000         AT END MOVE 'Y' TO WS-VCH-EOF-SWITCH
069100     END-READ.
069200*
069300 8300-READ-FORECAST.
069400     READ FORECAST-FILE
069500         AT END MOVE 'Y' TO WS-FC-EOF-SWITCH
069600     END-READ.
069700*
069800 8400-READ-HISTORY.
069900     READ HISTORY-FILE
070000         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
070100     END-READ.
070200*
070300 8600-READ-GL-MAP.
070400     READ GL-MAP-FILE
070500         AT END MOVE 'Y' TO WS-MAP-EOF-SWITCH
070600     END-READ.
070700*
070800 8700-READ-PRIOR.
070900     READ PRIOR-LIAB-FILE
071000         AT END MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
071100     END-READ.
071200*
071300 9999-EXIT.
071400     CLOSE BALANCE-FILE PEND-REG-FILE VOUCHER-FILE
071500           FORECAST-FILE JOURNAL-FILE CURR-LIAB-FILE
071600           REPORT-FILE
071700     STOP RUN.
