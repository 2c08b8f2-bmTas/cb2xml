000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RISKRATE.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COMBINED BILLING BATCH - CSO WORKFLOW.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - MONTHLY MEMBER RISK        *
001400*                   RATING.  EACH MEMBER ON THE ADDRESS MASTER   *
001500*                   IS SCORED ON SIX SIGNALS THE COLLECTIONS     *
001600*                   AND BILLING JOBS EACH SEE ALONE: INVOICE     *
001700*                   AGING ON THE INVAGING LEDGER, DDRETURN       *
001800*                   DISHONOURS AGAINST THE MEMBER'S PAY POINT,   *
001900*                   DSPLOAD DISPUTES ON THE MEMBER'S INVOICES,   *
002000*                   A COLLECTIONS OR LEGAL HOLD ON HOLDMAST,     *
002100*                   ADDRESS CHANGES SEEN ON ADDRUPDT'S MASTER,   *
002200*                   AND A COLPLACE AGENCY PLACEMENT.  POINTS     *
002300*                   ARE WEIGHTED FROM THE RISKPARM RECORD AND    *
002400*                   THE TOTAL SETS THE BAND (LOW, MEDIUM, HIGH)  *
002500*                   ON THE RISK MASTER, WHICH KEEPS THE BAND     *
002600*                   BEFORE THE LAST CHANGE.  BAND CHANGES ARE    *
002700*                   REPORTED.  A HIGH-RISK MEMBER'S PAY POINT    *
002800*                   IS LISTED FOR DDORIG TO KEEP ON MANUAL       *
002900*                   PAYMENT, AND A MEMBER NEWLY RATED HIGH IS    *
003000*                   QUEUED TO THE CSOS THROUGH CSOQLOAD'S        *
003100*                   EXCEPTION INTAKE.                            *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-370.
003700 OBJECT-COMPUTER. IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OPTIONAL RISK-PARM-FILE ASSIGN TO RISKPARM
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT ADDR-MAST-FILE   ASSIGN TO ADDRNEW
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT OPTIONAL OLD-RISK-FILE  ASSIGN TO RISKOLD
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT HOLD-MAST-FILE   ASSIGN TO HOLDNEW
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT LEDGER-FILE      ASSIGN TO INVLNEW
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT SORT-WORK-FILE   ASSIGN TO SRTWK01.
005100     SELECT SORTED-LEDGER-FILE ASSIGN TO RISKLSRT
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT DISPUTE-FILE     ASSIGN TO DSPNEW
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT OPTIONAL PLACE-REG-FILE ASSIGN TO COLPREG
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT OPTIONAL PP-FLAG-FILE   ASSIGN TO DDPPFLAG
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT OPTIONAL PP-XREF-FILE   ASSIGN TO RISKPPX
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT NEW-RISK-FILE    ASSIGN TO RISKNEW
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT HIGH-RISK-FILE   ASSIGN TO RISKHIPP
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT CSO-EXCPT-FILE   ASSIGN TO RISKEXCP
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT RISK-REPORT      ASSIGN TO RISKRPT
006800         ORGANIZATION IS SEQUENTIAL.
006900 DATA DIVISION.
007000 FILE SECTION.
007100*
007200*    SIGNAL WEIGHTS AND BAND THRESHOLDS.  WHEN THE RECORD IS
007300*    PRESENT ITS WEIGHTS ARE TAKEN AS GIVEN (ZERO SWITCHES A
007400*    SIGNAL OFF); A ZERO DAY WINDOW OR BAND SCORE KEEPS THE
007500*    DEFAULT.  AGING AND COLLECTIONS POINTS ARE PER MEMBER,
007600*    DISHONOUR, DISPUTE AND ADDRESS POINTS PER OCCURRENCE
007700*    INSIDE THEIR WINDOW.
007800*
007900 FD  RISK-PARM-FILE.
008000 01  RISK-PARM-RECORD.
008100     05  RP-AGE-DAYS-1           PIC 9(03).
008200     05  RP-AGE-PTS-1            PIC 9(04).
008300     05  RP-AGE-DAYS-2           PIC 9(03).
008400     05  RP-AGE-PTS-2            PIC 9(04).
008500     05  RP-DISHONOR-DAYS        PIC 9(03).
008600     05  RP-DISHONOR-PTS         PIC 9(04).
008700     05  RP-DISPUTE-DAYS         PIC 9(03).
008800     05  RP-DISPUTE-PTS          PIC 9(04).
008900     05  RP-COLLECT-PTS          PIC 9(04).
009000     05  RP-LEGAL-PTS            PIC 9(04).
009100     05  RP-ADDRESS-DAYS         PIC 9(03).
009200     05  RP-ADDRESS-PTS          PIC 9(04).
009300     05  RP-PLACED-PTS           PIC 9(04).
009400     05  RP-MEDIUM-SCORE         PIC 9(05).
009500     05  RP-HIGH-SCORE           PIC 9(05).
009600*
009700 FD  ADDR-MAST-FILE.
009800     COPY "ADDRMAST.cpy".
009900*
010000 FD  OLD-RISK-FILE.
010100 01  OLD-RISK-RECORD             PIC X(130).
010200*
010300 FD  HOLD-MAST-FILE.
010400     COPY "HOLDMAST.cpy".
010500*
010600*    SAME SHAPE AS INVAGING'S LEDGER, SORTED HERE TO ACCOUNT
010700*    NUMBER SO IT RUNS IN STEP WITH THE MEMBER MASTERS.
010800*
010900 FD  LEDGER-FILE.
011000 01  LEDGER-RECORD               PIC X(73).
011100*
011200 SD  SORT-WORK-FILE.
011300 01  SORT-WORK-RECORD.
011400     05  FILLER                  PIC X(19).
011500     05  SW-ACCT-NUMBER          PIC X(20).
011600     05  FILLER                  PIC X(34).
011700*
011800 FD  SORTED-LEDGER-FILE.
011900 01  SORTED-LEDGER-RECORD.
012000     05  NL-INVOICE-NUM          PIC X(11).
012100     05  NL-SYS-PRIN             PIC X(08).
012200     05  NL-ACCT-NUMBER          PIC X(20).
012300     05  NL-BILLED-AMT           PIC S9(11)V99.
012400     05  NL-OPEN-AMT             PIC S9(11)V99.
012500     05  NL-BILL-DATE            PIC 9(08).
012600*
012700 FD  DISPUTE-FILE.
012800     COPY "DSPMAST.cpy".
012900*
013000*    SAME SHAPE AS COLPLACE'S PLACEMENT REGISTER.
013100*
013200 FD  PLACE-REG-FILE.
013300 01  PLACE-REG-RECORD.
013400     05  PR-PARTNER-ID           PIC 9(08).
013500     05  PR-MEMBER-ID            PIC 9(13).
013600     05  PR-AGENCY-ID            PIC X(04).
013700     05  PR-PLACED-DATE          PIC 9(08).
013800     05  PR-PLACED-AMT           PIC S9(11)V99.
013900     05  PR-STATUS               PIC X(01).
014000         88  PR-PLACED           VALUE 'P'.
014100         88  PR-RECALLED         VALUE 'R'.
014200*
014300*    SAME SHAPE AS DDRETURN'S PAY-POINT FLAG RECORD - THE
014400*    MONTH'S DAILY FILES ARE READ TOGETHER.
014500*
014600 FD  PP-FLAG-FILE.
014700 01  PP-FLAG-RECORD.
014800     05  PF-PAY-POINT-NUMB       PIC 9(03).
014900     05  PF-FLAG-DATE            PIC 9(08).
015000     05  PF-REASON-CODE          PIC X(03).
015100*
015200*    THE DIRECT-DEBIT PAY POINT EACH MEMBER PAYS THROUGH.
015300*    DISHONOURS ARE RAISED AGAINST THE PAY POINT, SO THIS IS
015400*    HOW THEY REACH THE MEMBER, AND HOW A HIGH BAND REACHES
015500*    DDORIG.
015600*
015700 FD  PP-XREF-FILE.
015800 01  PP-XREF-RECORD.
015900     05  XP-PARTNER-ID           PIC 9(08).
016000     05  XP-MEMBER-ID            PIC 9(13).
016100     05  XP-PAY-POINT-NUMB       PIC 9(03).
016200*
016300 FD  NEW-RISK-FILE.
016400 01  NEW-RISK-RECORD             PIC X(130).
016500*
016600*    PAY POINTS OF HIGH-RISK MEMBERS - DDORIG CUTS NO DEBIT
016700*    FOR THEM.
016800*
016900 FD  HIGH-RISK-FILE.
017000 01  HIGH-RISK-RECORD.
017100     05  HP-PAY-POINT-NUMB       PIC 9(03).
017200     05  HP-PARTNER-ID           PIC 9(08).
017300     05  HP-MEMBER-ID            PIC 9(13).
017400     05  HP-SCORE                PIC 9(05).
017500     05  HP-RATING-DATE          PIC 9(08).
017600*
017700*    SAME SHAPE AS THE CODE-EXCEPTION RECORD CSOQLOAD READS,
017800*    SO THE NEWLY HIGH-RISK MEMBERS CONCATENATE ONTO ITS
017900*    INTAKE AS DDRETURN'S DISHONOURS DO.
018000*
018100 FD  CSO-EXCPT-FILE.
018200 01  CSO-EXCPT-RECORD.
018300     05  CE-ARRANGEMENT-NUMB     PIC 9(05).
018400     05  CE-PAY-POINT-NUMB       PIC 9(03).
018500     05  CE-STATUS-CD            PIC X(01).
018600     05  CE-CSO                  PIC X(01).
018700     05  CE-REASON               PIC X(25).
018800*
018900 FD  RISK-REPORT.
019000 01  RISK-REPORT-RECORD.
019100     05  RP-CARRIAGE-CONTROL     PIC X(01).
019200     05  RP-PRINT-LINE           PIC X(132).
019300*
019400 WORKING-STORAGE SECTION.
019500*
019600 01  WS-ADDR-EOF-SWITCH          PIC X(01) VALUE 'N'.
019700     88  WS-ADDR-EOF             VALUE 'Y'.
019800 01  WS-RISK-EOF-SWITCH          PIC X(01) VALUE 'N'.
019900     88  WS-RISK-EOF             VALUE 'Y'.
020000 01  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
020100     88  WS-HOLD-EOF             VALUE 'Y'.
020200 01  WS-LEDG-EOF-SWITCH          PIC X(01) VALUE 'N'.
020300     88  WS-LEDG-EOF             VALUE 'Y'.
020400 01  WS-DSP-EOF-SWITCH           PIC X(01) VALUE 'N'.
020500     88  WS-DSP-EOF              VALUE 'Y'.
020600 01  WS-REG-EOF-SWITCH           PIC X(01) VALUE 'N'.
020700     88  WS-REG-EOF              VALUE 'Y'.
020800 01  WS-FLAG-EOF-SWITCH          PIC X(01) VALUE 'N'.
020900     88  WS-FLAG-EOF             VALUE 'Y'.
021000 01  WS-XREF-EOF-SWITCH          PIC X(01) VALUE 'N'.
021100     88  WS-XREF-EOF             VALUE 'Y'.
021200 01  WS-PLACED-SWITCH            PIC X(01).
021300     88  WS-MEMBER-PLACED        VALUE 'Y'.
021400*
021500 01  WS-RUN-DATE                 PIC 9(08).
021600 01  WS-RUN-DAYS                 PIC 9(09) COMP.
021700 01  WS-WORK-DAYS                PIC 9(09) COMP.
021800 01  WS-AGE-DAYS                 PIC S9(09) COMP.
021900 01  WS-DATE-WORK.
022000     05  WS-DW-YYYY              PIC 9(04).
022100     05  WS-DW-MM                PIC 9(02).
022200     05  WS-DW-DD                PIC 9(02).
022300*
022400 01  WS-AGE-DAYS-1               PIC 9(03) VALUE 60.
022500 01  WS-AGE-PTS-1                PIC 9(04) VALUE 10.
022600 01  WS-AGE-DAYS-2               PIC 9(03) VALUE 90.
022700 01  WS-AGE-PTS-2                PIC 9(04) VALUE 25.
022800 01  WS-DISHONOR-DAYS            PIC 9(03) VALUE 90.
022900 01  WS-DISHONOR-PTS             PIC 9(04) VALUE 15.
023000 01  WS-DISPUTE-DAYS             PIC 9(03) VALUE 180.
023100 01  WS-DISPUTE-PTS              PIC 9(04) VALUE 5.
023200 01  WS-COLLECT-PTS              PIC 9(04) VALUE 20.
023300 01  WS-LEGAL-PTS                PIC 9(04) VALUE 40.
023400 01  WS-ADDRESS-DAYS             PIC 9(03) VALUE 365.
023500 01  WS-ADDRESS-PTS              PIC 9(04) VALUE 5.
023600 01  WS-PLACED-PTS               PIC 9(04) VALUE 30.
023700 01  WS-MEDIUM-SCORE             PIC 9(05) VALUE 25.
023800 01  WS-HIGH-SCORE               PIC 9(05) VALUE 50.
023900*
024000 01  WS-ADDR-KEY                 PIC X(21).
024100 01  WS-RISK-KEY                 PIC X(21).
024200 01  WS-HOLD-KEY                 PIC X(21).
024300 01  WS-LEDGER-KEY               PIC X(20).
024400 01  WS-MEMBER-STEM-KEY          PIC X(20).
024500 01  WS-HIGH-VALUE-KEY           PIC X(21) VALUE HIGH-VALUES.
024600*
024700 01  WS-OLD-BAND                 PIC X(01).
024800 01  WS-BAND-CODE                PIC X(01).
024900 01  WS-BAND-NAME                PIC X(06).
025000 01  WS-AGE-TIER                 PIC 9(01).
025100 01  WS-EVENT-COUNT              PIC 9(05) COMP.
025200 01  WS-POINTS                   PIC 9(09) COMP.
025300 01  WS-PP-SUB                   PIC 9(04) COMP.
025400 01  WS-PG-SUB                   PIC 9(05) COMP.
025500 01  WS-CH-SUB                   PIC 9(01) COMP.
025600*
025700 01  WS-MEMBERS-RATED            PIC 9(07) VALUE 0.
025800 01  WS-MEMBERS-NEW              PIC 9(07) VALUE 0.
025900 01  WS-MEMBERS-CARRIED          PIC 9(07) VALUE 0.
026000 01  WS-BAND-CHANGES             PIC 9(07) VALUE 0.
026100 01  WS-LOW-COUNT                PIC 9(07) VALUE 0.
026200 01  WS-MEDIUM-COUNT             PIC 9(07) VALUE 0.
026300 01  WS-HIGH-COUNT               PIC 9(07) VALUE 0.
026400 01  WS-DD-EXCLUDED              PIC 9(07) VALUE 0.
026500 01  WS-CSO-QUEUED               PIC 9(07) VALUE 0.
026600*
026700     COPY "RISKMAST.cpy".
026800*
026900*    DISPUTES OPENED INSIDE THE WINDOW, COUNTED BY INVOICE.
027000*    DSPMAST IS HELD IN INVOICE SEQUENCE, SO ONE ENTRY
027100*    COLLECTS ALL OF AN INVOICE'S DISPUTED LINES.
027200*
027300 01  DS-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
027400 01  DS-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
027500 01  DS-TABLE.
027600     05  DS-ENTRY OCCURS 5000 TIMES
027700                  INDEXED BY DS-IDX.
027800         10  DS-T-INVOICE-NUM    PIC X(11).
027900         10  DS-T-DISPUTES       PIC 9(05) COMP.
028000*
028100*    MEMBERS IN PLACED STATUS ON THE PLACEMENT REGISTER.
028200*
028300 01  PG-TABLE-MAX                PIC 9(05) COMP VALUE 5000.
028400 01  PG-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
028500 01  PG-TABLE.
028600     05  PG-ENTRY OCCURS 5000 TIMES.
028700         10  PG-PARTNER-ID       PIC 9(08).
028800         10  PG-MEMBER-ID        PIC 9(13).
028900*
029000*    DISHONOURS INSIDE THE WINDOW, BY PAY POINT (PAY POINT
029100*    NUMBER PLUS ONE IS THE SUBSCRIPT).
029200*
029300 01  DH-TABLE.
029400     05  DH-DISHONORS            OCCURS 1000 TIMES
029500                                 PIC 9(05) COMP.
029600*
029700 01  PX-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
029800 01  PX-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
029900 01  PX-TABLE.
030000     05  PX-ENTRY OCCURS 20000 TIMES
030100                  INDEXED BY PX-IDX.
030200         10  PX-PARTNER-ID       PIC 9(08).
030300         10  PX-MEMBER-ID        PIC 9(13).
030400         10  PX-PAY-POINT-NUMB   PIC 9(03).
030500*
030600 01  WS-CSO-REASON.
030700     05  FILLER                  PIC X(10) VALUE 'HIGH RISK '.
030800     05  WS-CR-MEMBER-ID         PIC 9(13).
030900     05  FILLER                  PIC X(02) VALUE SPACES.
031000*
031100 01  WS-HEADING-LINE.
031200     05  FILLER                  PIC X(44)
031300         VALUE 'RISKRATE - MEMBER RISK BAND CHANGES         '.
031400     05  FILLER                  PIC X(09) VALUE 'RUN DATE '.
031500     05  HL-RUN-DATE             PIC 9(08).
031600     05  FILLER                  PIC X(71) VALUE SPACES.
031700*
031800 01  WS-COLUMN-LINE.
031900     05  FILLER                  PIC X(44)
032000         VALUE 'PARTNER   MEMBER         WAS     NOW     SCO'.
032100     05  FILLER                  PIC X(44)
032200         VALUE 'RE  AGING  DSHNR  DISPT  COLLN   ADDR  AGNCY'.
032300     05  FILLER                  PIC X(44)
032400         VALUE ' PAYPT                                      '.
032500*
032600 01  WS-DETAIL-LINE.
032700     05  DL-PARTNER-ID           PIC 9(08).
032800     05  FILLER                  PIC X(02) VALUE SPACES.
032900     05  DL-MEMBER-ID            PIC 9(13).
033000     05  FILLER                  PIC X(02) VALUE SPACES.
033100     05  DL-OLD-BAND             PIC X(06).
033200     05  FILLER                  PIC X(02) VALUE SPACES.
033300     05  DL-NEW-BAND             PIC X(06).
033400     05  FILLER                  PIC X(02) VALUE SPACES.
033500     05  DL-SCORE                PIC ZZZZ9.
033600     05  FILLER                  PIC X(03) VALUE SPACES.
033700     05  DL-AGING-PTS            PIC ZZZ9.
033800     05  FILLER                  PIC X(03) VALUE SPACES.
033900     05  DL-DISHONOR-PTS         PIC ZZZ9.
034000     05  FILLER                  PIC X(03) VALUE SPACES.
034100     05  DL-DISPUTE-PTS          PIC ZZZ9.
034200     05  FILLER                  PIC X(03) VALUE SPACES.
034300     05  DL-COLLECT-PTS          PIC ZZZ9.
034400     05  FILLER                  PIC X(03) VALUE SPACES.
034500     05  DL-ADDRESS-PTS          PIC ZZZ9.
034600     05  FILLER                  PIC X(03) VALUE SPACES.
034700     05  DL-PLACED-PTS           PIC ZZZ9.
034800     05  FILLER                  PIC X(03) VALUE SPACES.
034900     05  DL-PAY-POINT-NUMB       PIC ZZ9.
035000     05  FILLER                  PIC X(38) VALUE SPACES.
035100*
035200 01  WS-TOTAL-LINE.
035300     05  TT-CAPTION              PIC X(30).
035400     05  TT-COUNT                PIC ZZZZZZZZ9.
035500     05  FILLER                  PIC X(93) VALUE SPACES.
035600*
035700 PROCEDURE DIVISION.
035800*
035900 0000-MAINLINE.
036000     PERFORM 1000-INITIALIZE
036100     PERFORM 2000-RATE-ONE-MEMBER
036200         UNTIL WS-ADDR-EOF AND WS-RISK-EOF
036300     PERFORM 3000-PRINT-TOTALS
036400     DISPLAY 'RISKRATE - MEMBERS RATED:  ' WS-MEMBERS-RATED
036500     DISPLAY 'RISKRATE - BAND CHANGES:   ' WS-BAND-CHANGES
036600     DISPLAY 'RISKRATE - HIGH RISK:      ' WS-HIGH-COUNT
036700     DISPLAY 'RISKRATE - QUEUED TO CSO:  ' WS-CSO-QUEUED
036800     PERFORM 9999-EXIT.
036900*
037000 1000-INITIALIZE.
037100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
037200     MOVE WS-RUN-DATE TO WS-DATE-WORK
037300     PERFORM 8000-DATE-TO-DAYS
037400     MOVE WS-WORK-DAYS TO WS-RUN-DAYS
037500     OPEN INPUT RISK-PARM-FILE
037600     READ RISK-PARM-FILE
037700         AT END
037800             CONTINUE
037900         NOT AT END
038000             PERFORM 1100-TAKE-PARAMETERS
038100     END-READ
038200     CLOSE RISK-PARM-FILE
038300     PERFORM 1200-LOAD-DISPUTES
038400     PERFORM 1300-LOAD-PLACEMENTS
038500     PERFORM 1400-LOAD-DISHONORS
038600     PERFORM 1500-LOAD-PAY-POINTS
038700     SORT SORT-WORK-FILE
038800         ON ASCENDING KEY SW-ACCT-NUMBER
038900         USING LEDGER-FILE
039000         GIVING SORTED-LEDGER-FILE
039100     OPEN INPUT  ADDR-MAST-FILE
039200     OPEN INPUT  OLD-RISK-FILE
039300     OPEN INPUT  HOLD-MAST-FILE
039400     OPEN INPUT  SORTED-LEDGER-FILE
039500     OPEN OUTPUT NEW-RISK-FILE
039600     OPEN OUTPUT HIGH-RISK-FILE
039700     OPEN OUTPUT CSO-EXCPT-FILE
039800     OPEN OUTPUT RISK-REPORT
039900     MOVE WS-RUN-DATE TO HL-RUN-DATE
040000     MOVE '1' TO RP-CARRIAGE-CONTROL
040100     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
040200     WRITE RISK-REPORT-RECORD
040300     MOVE '0' TO RP-CARRIAGE-CONTROL
040400     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
040500     WRITE RISK-REPORT-RECORD
040600     PERFORM 8100-READ-ADDRESS
040700     PERFORM 8200-READ-OLD-RISK
040800     PERFORM 8300-READ-HOLD
040900     PERFORM 8400-READ-LEDGER.
041000*
041100 1100-TAKE-PARAMETERS.
041200     MOVE RP-AGE-PTS-1     TO WS-AGE-PTS-1
041300     MOVE RP-AGE-PTS-2     TO WS-AGE-PTS-2
041400     MOVE RP-DISHONOR-PTS  TO WS-DISHONOR-PTS
041500     MOVE RP-DISPUTE-PTS   TO WS-DISPUTE-PTS
041600     MOVE RP-COLLECT-PTS   TO WS-COLLECT-PTS
041700     MOVE RP-LEGAL-PTS     TO WS-LEGAL-PTS
041800     MOVE RP-ADDRESS-PTS   TO WS-ADDRESS-PTS
041900     MOVE RP-PLACED-PTS    TO WS-PLACED-PTS
042000     IF RP-AGE-DAYS-1 > ZERO
042100         MOVE RP-AGE-DAYS-1 TO WS-AGE-DAYS-1
042200     END-IF
042300     IF RP-AGE-DAYS-2 > ZERO
042400         MOVE RP-AGE-DAYS-2 TO WS-AGE-DAYS-2
042500     END-IF
042600     IF RP-DISHONOR-DAYS > ZERO
042700         MOVE RP-DISHONOR-DAYS TO WS-DISHONOR-DAYS
042800     END-IF
042900     IF RP-DISPUTE-DAYS > ZERO
043000         MOVE RP-DISPUTE-DAYS TO WS-DISPUTE-DAYS
043100     END-IF
043200     IF RP-ADDRESS-DAYS > ZERO
043300         MOVE RP-ADDRESS-DAYS TO WS-ADDRESS-DAYS
043400     END-IF
043500     IF RP-MEDIUM-SCORE > ZERO
043600         MOVE RP-MEDIUM-SCORE TO WS-MEDIUM-SCORE
043700     END-IF
043800     IF RP-HIGH-SCORE > ZERO
043900         MOVE RP-HIGH-SCORE TO WS-HIGH-SCORE
044000     END-IF.
044100*
044200 1200-LOAD-DISPUTES.
044300     OPEN INPUT DISPUTE-FILE
044400     READ DISPUTE-FILE
044500         AT END MOVE 'Y' TO WS-DSP-EOF-SWITCH
044600     END-READ
044700     PERFORM 1210-LOAD-ONE-DISPUTE
044800         UNTIL WS-DSP-EOF
044900     CLOSE DISPUTE-FILE.
045000*
045100*    A DISPUTE DROPPED FOR WANT OF ROOM WOULD UNDER-RATE THE
045200*    MEMBER, SO A FULL TABLE STOPS THE RUN.
045300*
045400 1210-LOAD-ONE-DISPUTE.
045500     MOVE DS-OPEN-DATE TO WS-DATE-WORK
045600     PERFORM 8000-DATE-TO-DAYS
045700     IF WS-RUN-DAYS - WS-WORK-DAYS NOT > WS-DISPUTE-DAYS
045800         IF DS-TABLE-COUNT = ZERO
045900             OR DS-T-INVOICE-NUM (DS-TABLE-COUNT)
046000                 NOT = DS-INVOICE-NUM
046100             IF DS-TABLE-COUNT NOT < DS-TABLE-MAX
046200                 DISPLAY 'RISKRATE - DISPUTE TABLE FULL AT '
046300                     DS-TABLE-MAX ' INVOICES - NOTHING RATED'
046400                 MOVE 8 TO RETURN-CODE
046500                 STOP RUN
046600             END-IF
046700             ADD 1 TO DS-TABLE-COUNT
046800             MOVE DS-INVOICE-NUM
046900                 TO DS-T-INVOICE-NUM (DS-TABLE-COUNT)
047000             MOVE ZERO TO DS-T-DISPUTES (DS-TABLE-COUNT)
047100         END-IF
047200         ADD 1 TO DS-T-DISPUTES (DS-TABLE-COUNT)
047300     END-IF
047400     READ DISPUTE-FILE
047500         AT END MOVE 'Y' TO WS-DSP-EOF-SWITCH
047600     END-READ.
047700*
047800 1300-LOAD-PLACEMENTS.
047900     OPEN INPUT PLACE-REG-FILE
048000     READ PLACE-REG-FILE
048100         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
048200     END-READ
048300     PERFORM 1310-LOAD-ONE-PLACEMENT
048400         UNTIL WS-REG-EOF
048500     CLOSE PLACE-REG-FILE.
048600*
048700 1310-LOAD-ONE-PLACEMENT.
048800     IF PR-PLACED
048900         IF PG-TABLE-COUNT NOT < PG-TABLE-MAX
049000             DISPLAY 'RISKRATE - PLACEMENT TABLE FULL AT '
049100                 PG-TABLE-MAX ' MEMBERS - NOTHING RATED'
049200             MOVE 8 TO RETURN-CODE
049300             STOP RUN
049400         END-IF
049500         ADD 1 TO PG-TABLE-COUNT
049600         MOVE PR-PARTNER-ID TO PG-PARTNER-ID (PG-TABLE-COUNT)
049700         MOVE PR-MEMBER-ID  TO PG-MEMBER-ID (PG-TABLE-COUNT)
049800     END-IF
049900     READ PLACE-REG-FILE
050000         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
050100     END-READ.
050200*
050300 1400-LOAD-DISHONORS.
050400     INITIALIZE DH-TABLE
050500     OPEN INPUT PP-FLAG-FILE
050600     READ PP-FLAG-FILE
050700         AT END MOVE 'Y' TO WS-FLAG-EOF-SWITCH
050800     END-READ
050900     PERFORM 1410-COUNT-ONE-DISHONOR
051000         UNTIL WS-FLAG-EOF
051100     CLOSE PP-FLAG-FILE.
051200*
051300 1410-COUNT-ONE-DISHONOR.
051400     MOVE PF-FLAG-DATE TO WS-DATE-WORK
051500     PERFORM 8000-DATE-TO-DAYS
051600     IF WS-RUN-DAYS - WS-WORK-DAYS NOT > WS-DISHONOR-DAYS
051700         MOVE PF-PAY-POINT-NUMB TO WS-PP-SUB
051800         ADD 1 TO WS-PP-SUB
051900         ADD 1 TO DH-DISHONORS (WS-PP-SUB)
052000     END-IF
052100     READ PP-FLAG-FILE
052200         AT END MOVE 'Y' TO WS-FLAG-EOF-SWITCH
052300     END-READ.
052400*
052500 1500-LOAD-PAY-POINTS.
052600     OPEN INPUT PP-XREF-FILE
052700     READ PP-XREF-FILE
052800         AT END MOVE 'Y' TO WS-XREF-EOF-SWITCH
052900     END-READ
053000     PERFORM 1510-LOAD-ONE-PAY-POINT
053100         UNTIL WS-XREF-EOF
053200     CLOSE PP-XREF-FILE.
053300*
053400*    A MEMBER DROPPED FOR WANT OF ROOM WOULD STAY ON DIRECT
053500*    DEBIT WHATEVER ITS BAND, SO A FULL TABLE STOPS THE RUN.
053600*
053700 1510-LOAD-ONE-PAY-POINT.
053800     IF PX-TABLE-COUNT NOT < PX-TABLE-MAX
053900         DISPLAY 'RISKRATE - PAY POINT TABLE FULL AT '
054000             PX-TABLE-MAX ' MEMBERS - NOTHING RATED'
054100         MOVE 8 TO RETURN-CODE
054200         STOP RUN
054300     END-IF
054400     ADD 1 TO PX-TABLE-COUNT
054500     SET PX-IDX TO PX-TABLE-COUNT
054600     MOVE XP-PARTNER-ID     TO PX-PARTNER-ID (PX-IDX)
054700     MOVE XP-MEMBER-ID      TO PX-MEMBER-ID (PX-IDX)
054800     MOVE XP-PAY-POINT-NUMB TO PX-PAY-POINT-NUMB (PX-IDX)
054900     READ PP-XREF-FILE
055000         AT END MOVE 'Y' TO WS-XREF-EOF-SWITCH
055100     END-READ.
055200*
055300******************************************************************
055400*    THE ADDRESS MASTER AND THE OLD RISK MASTER ARE HELD IN      *
055500*    PARTNER/MEMBER SEQUENCE AND MATCHED.  A MEMBER ON BOTH IS   *
055600*    RE-RATED, A MEMBER NEW TO THE ADDRESS MASTER IS RATED FOR   *
055700*    THE FIRST TIME, AND A MEMBER NO LONGER ON IT KEEPS ITS LAST *
055800*    RATING.                                                     *
055900******************************************************************
056000*
056100 2000-RATE-ONE-MEMBER.
056200     EVALUATE TRUE
056300         WHEN WS-ADDR-KEY < WS-RISK-KEY
056400             ADD 1 TO WS-MEMBERS-NEW
056500             INITIALIZE RISK-MASTER-RECORD
056600             MOVE AM-PARTNER-ID TO RK-PARTNER-ID
056700             MOVE AM-MEMBER-ID  TO RK-MEMBER-ID
056800             PERFORM 2100-SCORE-ONE-MEMBER
056900             PERFORM 8100-READ-ADDRESS
057000         WHEN WS-ADDR-KEY = WS-RISK-KEY
057100             MOVE OLD-RISK-RECORD TO RISK-MASTER-RECORD
057200             PERFORM 2100-SCORE-ONE-MEMBER
057300             PERFORM 8100-READ-ADDRESS
057400             PERFORM 8200-READ-OLD-RISK
057500         WHEN OTHER
057600             ADD 1 TO WS-MEMBERS-CARRIED
057700             MOVE OLD-RISK-RECORD TO RISK-MASTER-RECORD
057800             PERFORM 2800-WRITE-RISK-RECORD
057900             PERFORM 8200-READ-OLD-RISK
058000     END-EVALUATE.
058100*
058200 2100-SCORE-ONE-MEMBER.
058300     ADD 1 TO WS-MEMBERS-RATED
058400     MOVE RK-BAND TO WS-OLD-BAND
058500     MOVE ZEROS TO RK-SIGNAL-POINTS
058600     MOVE WS-ADDR-KEY (1:20) TO WS-MEMBER-STEM-KEY
058700     PERFORM 2200-AGING-AND-DISPUTES
058800     PERFORM 2300-COLLECTIONS-STATUS
058900     PERFORM 2400-AGENCY-PLACEMENT
059000     PERFORM 2500-PAY-POINT-DISHONORS
059100     PERFORM 2600-ADDRESS-CHURN
059200     COMPUTE RK-SCORE = RK-AGING-PTS + RK-DISHONOR-PTS
059300         + RK-DISPUTE-PTS + RK-COLLECT-PTS + RK-ADDRESS-PTS
059400         + RK-PLACED-PTS
059500     EVALUATE TRUE
059600         WHEN RK-SCORE NOT < WS-HIGH-SCORE
059700             MOVE 'H' TO RK-BAND
059800             ADD 1 TO WS-HIGH-COUNT
059900         WHEN RK-SCORE NOT < WS-MEDIUM-SCORE
060000             MOVE 'M' TO RK-BAND
060100             ADD 1 TO WS-MEDIUM-COUNT
060200         WHEN OTHER
060300             MOVE 'L' TO RK-BAND
060400             ADD 1 TO WS-LOW-COUNT
060500     END-EVALUATE
060600     MOVE WS-RUN-DATE TO RK-RATING-DATE
060700     IF RK-BAND NOT = WS-OLD-BAND
060800         MOVE WS-OLD-BAND TO RK-PREV-BAND
060900         MOVE WS-RUN-DATE TO RK-BAND-DATE
061000         IF WS-OLD-BAND NOT = SPACES
061100             OR NOT RK-LOW
061200             PERFORM 2700-REPORT-BAND-CHANGE
061300         END-IF
061400     END-IF
061500     IF RK-HIGH
061600         AND WS-OLD-BAND NOT = 'H'
061700         PERFORM 2750-QUEUE-TO-CSO
061800     END-IF
061900     PERFORM 2800-WRITE-RISK-RECORD.
062000*
062100*    THE LEDGER ACCT NUMBER LEADS WITH PARTNER AND MEMBER STEM,
062200*    SO ALL OF A MEMBER'S INVOICES SORT TOGETHER.  THE OLDEST
062300*    UNPAID INVOICE SETS THE AGING POINTS; EVERY DISPUTE ON ANY
062400*    OF THE MEMBER'S INVOICES COUNTS.
062500*
062600 2200-AGING-AND-DISPUTES.
062700     MOVE ZERO TO WS-AGE-TIER
062800     MOVE ZERO TO WS-EVENT-COUNT
062900     PERFORM 8400-READ-LEDGER
063000         UNTIL WS-LEDGER-KEY NOT < WS-MEMBER-STEM-KEY
063100     PERFORM 2210-TAKE-ONE-INVOICE
063200         UNTIL WS-LEDGER-KEY NOT = WS-MEMBER-STEM-KEY
063300     EVALUATE WS-AGE-TIER
063400         WHEN 2
063500             MOVE WS-AGE-PTS-2 TO RK-AGING-PTS
063600         WHEN 1
063700             MOVE WS-AGE-PTS-1 TO RK-AGING-PTS
063800     END-EVALUATE
063900     COMPUTE WS-POINTS = WS-EVENT-COUNT * WS-DISPUTE-PTS
064000     PERFORM 2900-CAP-POINTS
064100     MOVE WS-POINTS TO RK-DISPUTE-PTS.
064200*
064300 2210-TAKE-ONE-INVOICE.
064400     IF NL-OPEN-AMT > ZERO
064500         MOVE NL-BILL-DATE TO WS-DATE-WORK
064600         PERFORM 8000-DATE-TO-DAYS
064700         COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-WORK-DAYS
064800         IF WS-AGE-DAYS > WS-AGE-DAYS-2
064900             MOVE 2 TO WS-AGE-TIER
065000         ELSE
065100             IF WS-AGE-DAYS > WS-AGE-DAYS-1
065200                 AND WS-AGE-TIER < 1
065300                 MOVE 1 TO WS-AGE-TIER
065400             END-IF
065500         END-IF
065600     END-IF
065700     SET DS-IDX TO 1
065800     SEARCH DS-ENTRY
065900         AT END
066000             CONTINUE
066100         WHEN DS-IDX > DS-TABLE-COUNT
066200             CONTINUE
066300         WHEN DS-T-INVOICE-NUM (DS-IDX) = NL-INVOICE-NUM
066400             ADD DS-T-DISPUTES (DS-IDX) TO WS-EVENT-COUNT
066500     END-SEARCH
066600     PERFORM 8400-READ-LEDGER.
066700*
066800*    A COLLECTIONS OR LEGAL HOLD IN FORCE ON THE RUN DATE.
066900*
067000 2300-COLLECTIONS-STATUS.
067100     PERFORM 8300-READ-HOLD
067200         UNTIL WS-HOLD-KEY NOT < WS-ADDR-KEY
067300     PERFORM 2310-TAKE-ONE-HOLD
067400         UNTIL WS-HOLD-KEY NOT = WS-ADDR-KEY.
067500*
067600 2310-TAKE-ONE-HOLD.
067700     IF WS-RUN-DATE >= HD-EFF-FROM-DATE
067800         AND WS-RUN-DATE <= HD-EFF-TO-DATE
067900         EVALUATE TRUE
068000             WHEN HD-REASON-LEGAL
068100                 MOVE WS-LEGAL-PTS TO RK-COLLECT-PTS
068200             WHEN HD-REASON-COLLECTIONS
068300                 AND RK-COLLECT-PTS < WS-COLLECT-PTS
068400                 MOVE WS-COLLECT-PTS TO RK-COLLECT-PTS
068500         END-EVALUATE
068600     END-IF
068700     PERFORM 8300-READ-HOLD.
068800*
068900 2400-AGENCY-PLACEMENT.
069000     MOVE 'N' TO WS-PLACED-SWITCH
069100     PERFORM 2410-MATCH-ONE-PLACED
069200         VARYING WS-PG-SUB FROM 1 BY 1
069300         UNTIL WS-PG-SUB > PG-TABLE-COUNT
069400         OR WS-MEMBER-PLACED
069500     IF WS-MEMBER-PLACED
069600         MOVE WS-PLACED-PTS TO RK-PLACED-PTS
069700     END-IF.
069800*
069900 2410-MATCH-ONE-PLACED.
070000     IF PG-PARTNER-ID (WS-PG-SUB) = RK-PARTNER-ID
070100         AND PG-MEMBER-ID (WS-PG-SUB) = RK-MEMBER-ID
070200         MOVE 'Y' TO WS-PLACED-SWITCH
070300     END-IF.
070400*
070500 2500-PAY-POINT-DISHONORS.
070600     MOVE ZERO TO RK-PAY-POINT-NUMB
070700     SET PX-IDX TO 1
070800     SEARCH PX-ENTRY
070900         AT END
071000             CONTINUE
071100         WHEN PX-IDX > PX-TABLE-COUNT
071200             CONTINUE
071300         WHEN PX-PARTNER-ID (PX-IDX) = RK-PARTNER-ID
071400             AND PX-MEMBER-ID (PX-IDX) = RK-MEMBER-ID
071500             MOVE PX-PAY-POINT-NUMB (PX-IDX) TO RK-PAY-POINT-NUMB
071600     END-SEARCH
071700     IF RK-PAY-POINT-NUMB > ZERO
071800         MOVE RK-PAY-POINT-NUMB TO WS-PP-SUB
071900         ADD 1 TO WS-PP-SUB
072000         COMPUTE WS-POINTS =
072100             DH-DISHONORS (WS-PP-SUB) * WS-DISHONOR-PTS
072200         PERFORM 2900-CAP-POINTS
072300         MOVE WS-POINTS TO RK-DISHONOR-PTS
072400     END-IF.
072500*
072600*    A CHANGE OF FIRST ADDRESS LINE OR POSTCODE SINCE THE LAST
072700*    RATING IS A MOVE.  THE THREE LATEST MOVES ARE KEPT, AND
072800*    EACH INSIDE THE WINDOW SCORES.
072900*
073000 2600-ADDRESS-CHURN.
073100     IF RK-SEEN-ADDRESS NOT = SPACES
073200         AND (AM-ADDRESS-1 NOT = RK-SEEN-ADDRESS-1
073300             OR AM-ZIP-CODE NOT = RK-SEEN-ZIP-CODE)
073400         MOVE RK-ADDR-CHANGE-DATE (2) TO RK-ADDR-CHANGE-DATE (3)
073500         MOVE RK-ADDR-CHANGE-DATE (1) TO RK-ADDR-CHANGE-DATE (2)
073600         MOVE WS-RUN-DATE             TO RK-ADDR-CHANGE-DATE (1)
073700     END-IF
073800     MOVE AM-ADDRESS-1 TO RK-SEEN-ADDRESS-1
073900     MOVE AM-ZIP-CODE  TO RK-SEEN-ZIP-CODE
074000     MOVE ZERO TO WS-EVENT-COUNT
074100     PERFORM 2610-COUNT-ONE-MOVE
074200         VARYING WS-CH-SUB FROM 1 BY 1
074300         UNTIL WS-CH-SUB > 3
074400     COMPUTE WS-POINTS = WS-EVENT-COUNT * WS-ADDRESS-PTS
074500     PERFORM 2900-CAP-POINTS
074600     MOVE WS-POINTS TO RK-ADDRESS-PTS.
074700*
074800 2610-COUNT-ONE-MOVE.
074900     IF RK-ADDR-CHANGE-DATE (WS-CH-SUB) > ZERO
075000         MOVE RK-ADDR-CHANGE-DATE (WS-CH-SUB) TO WS-DATE-WORK
075100         PERFORM 8000-DATE-TO-DAYS
075200         IF WS-RUN-DAYS - WS-WORK-DAYS NOT > WS-ADDRESS-DAYS
075300             ADD 1 TO WS-EVENT-COUNT
075400         END-IF
075500     END-IF.
075600*
075700*    A MEMBER'S FIRST RATING IS ONLY REPORTED WHEN IT IS ABOVE
075800*    LOW.
075900*
076000 2700-REPORT-BAND-CHANGE.
076100     ADD 1 TO WS-BAND-CHANGES
076200     MOVE RK-PARTNER-ID     TO DL-PARTNER-ID
076300     MOVE RK-MEMBER-ID      TO DL-MEMBER-ID
076400     MOVE WS-OLD-BAND       TO WS-BAND-CODE
076500     PERFORM 2710-BAND-NAME
076600     MOVE WS-BAND-NAME      TO DL-OLD-BAND
076700     MOVE RK-BAND           TO WS-BAND-CODE
076800     PERFORM 2710-BAND-NAME
076900     MOVE WS-BAND-NAME      TO DL-NEW-BAND
077000     MOVE RK-SCORE          TO DL-SCORE
077100     MOVE RK-AGING-PTS      TO DL-AGING-PTS
077200     MOVE RK-DISHONOR-PTS   TO DL-DISHONOR-PTS
077300     MOVE RK-DISPUTE-PTS    TO DL-DISPUTE-PTS
077400     MOVE RK-COLLECT-PTS    TO DL-COLLECT-PTS
077500     MOVE RK-ADDRESS-PTS    TO DL-ADDRESS-PTS
077600     MOVE RK-PLACED-PTS     TO DL-PLACED-PTS
077700     MOVE RK-PAY-POINT-NUMB TO DL-PAY-POINT-NUMB
077800     MOVE ' ' TO RP-CARRIAGE-CONTROL
077900     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
078000     WRITE RISK-REPORT-RECORD.
078100*
078200 2710-BAND-NAME.
078300     EVALUATE WS-BAND-CODE
078400         WHEN 'L'
078500             MOVE 'LOW'    TO WS-BAND-NAME
078600         WHEN 'M'
078700             MOVE 'MEDIUM' TO WS-BAND-NAME
078800         WHEN 'H'
078900             MOVE 'HIGH'   TO WS-BAND-NAME
079000         WHEN OTHER
079100             MOVE 'NEW'    TO WS-BAND-NAME
079200     END-EVALUATE.
079300*
079400 2750-QUEUE-TO-CSO.
079500     ADD 1 TO WS-CSO-QUEUED
079600     MOVE 0                 TO CE-ARRANGEMENT-NUMB
079700     MOVE RK-PAY-POINT-NUMB TO CE-PAY-POINT-NUMB
079800     MOVE 'R'               TO CE-STATUS-CD
079900     MOVE 'Y'               TO CE-CSO
080000     MOVE RK-MEMBER-ID      TO WS-CR-MEMBER-ID
080100     MOVE WS-CSO-REASON     TO CE-REASON
080200     WRITE CSO-EXCPT-RECORD.
080300*
080400*    EVERY HIGH-RISK MEMBER WITH A PAY POINT, RE-RATED OR
080500*    CARRIED, GOES ON THE DDORIG EXCLUSION LIST.
080600*
080700 2800-WRITE-RISK-RECORD.
080800     IF RK-HIGH
080900         AND RK-PAY-POINT-NUMB > ZERO
081000         ADD 1 TO WS-DD-EXCLUDED
081100         MOVE RK-PAY-POINT-NUMB TO HP-PAY-POINT-NUMB
081200         MOVE RK-PARTNER-ID     TO HP-PARTNER-ID
081300         MOVE RK-MEMBER-ID      TO HP-MEMBER-ID
081400         MOVE RK-SCORE          TO HP-SCORE
081500         MOVE RK-RATING-DATE    TO HP-RATING-DATE
081600         WRITE HIGH-RISK-RECORD
081700     END-IF
081800     MOVE RISK-MASTER-RECORD TO NEW-RISK-RECORD
081900     WRITE NEW-RISK-RECORD.
082000*
082100 2900-CAP-POINTS.
082200     IF WS-POINTS > 9999
082300         MOVE 9999 TO WS-POINTS
082400     END-IF.
082500*
082600 3000-PRINT-TOTALS.
082700     MOVE '0' TO RP-CARRIAGE-CONTROL
082800     MOVE 'MEMBERS RATED' TO TT-CAPTION
082900     MOVE WS-MEMBERS-RATED TO TT-COUNT
083000     PERFORM 3100-PRINT-TOTAL-LINE
083100     MOVE ' ' TO RP-CARRIAGE-CONTROL
083200     MOVE '  FIRST RATED THIS RUN' TO TT-CAPTION
083300     MOVE WS-MEMBERS-NEW TO TT-COUNT
083400     PERFORM 3100-PRINT-TOTAL-LINE
083500     MOVE 'CARRIED - NOT ON ADDRESS MAST' TO TT-CAPTION
083600     MOVE WS-MEMBERS-CARRIED TO TT-COUNT
083700     PERFORM 3100-PRINT-TOTAL-LINE
083800     MOVE 'BAND CHANGES REPORTED' TO TT-CAPTION
083900     MOVE WS-BAND-CHANGES TO TT-COUNT
084000     PERFORM 3100-PRINT-TOTAL-LINE
084100     MOVE 'RATED LOW' TO TT-CAPTION
084200     MOVE WS-LOW-COUNT TO TT-COUNT
084300     PERFORM 3100-PRINT-TOTAL-LINE
084400     MOVE 'RATED MEDIUM' TO TT-CAPTION
084500     MOVE WS-MEDIUM-COUNT TO TT-COUNT
084600     PERFORM 3100-PRINT-TOTAL-LINE
084700     MOVE 'RATED HIGH' TO TT-CAPTION
084800     MOVE WS-HIGH-COUNT TO TT-COUNT
084900     PERFORM 3100-PRINT-TOTAL-LINE
085000     MOVE 'PAY POINTS HELD FROM DDORIG' TO TT-CAPTION
085100     MOVE WS-DD-EXCLUDED TO TT-COUNT
085200     PERFORM 3100-PRINT-TOTAL-LINE
085300     MOVE 'NEWLY HIGH - QUEUED TO CSO' TO TT-CAPTION
085400     MOVE WS-CSO-QUEUED TO TT-COUNT
085500     PERFORM 3100-PRINT-TOTAL-LINE.
085600*
085700 3100-PRINT-TOTAL-LINE.
085800     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
085900     WRITE RISK-REPORT-RECORD.
086000*
086100*    YYYYMMDD TO AN APPROXIMATE DAY COUNT (365-DAY YEARS,
086200*    30-DAY MONTHS) FOR THE SIGNAL WINDOWS.
086300*
086400 8000-DATE-TO-DAYS.
086500     COMPUTE WS-WORK-DAYS =
086600         WS-DW-YYYY * 365 + WS-DW-MM * 30 + WS-DW-DD.
086700*
086800 8100-READ-ADDRESS.
086900     READ ADDR-MAST-FILE
087000         AT END
087100             MOVE 'Y' TO WS-ADDR-EOF-SWITCH
087200             MOVE WS-HIGH-VALUE-KEY TO WS-ADDR-KEY
087300         NOT AT END
087400             MOVE ADDRESS-MASTER-RECORD (1:21) TO WS-ADDR-KEY
087500     END-READ.
087600*
087700 8200-READ-OLD-RISK.
087800     READ OLD-RISK-FILE
087900         AT END
088000             MOVE 'Y' TO WS-RISK-EOF-SWITCH
088100             MOVE WS-HIGH-VALUE-KEY TO WS-RISK-KEY
088200         NOT AT END
088300             MOVE OLD-RISK-RECORD (1:21) TO WS-RISK-KEY
088400     END-READ.
088500*
088600 8300-READ-HOLD.
088700     READ HOLD-MAST-FILE
088800         AT END
088900             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
089000             MOVE WS-HIGH-VALUE-KEY TO WS-HOLD-KEY
089100         NOT AT END
089200             MOVE HOLD-MASTER-RECORD (1:21) TO WS-HOLD-KEY
089300     END-READ.
089400*
089500 8400-READ-LEDGER.
089600     READ SORTED-LEDGER-FILE
089700         AT END
089800             MOVE 'Y' TO WS-LEDG-EOF-SWITCH
089900             MOVE WS-HIGH-VALUE-KEY TO WS-LEDGER-KEY
090000         NOT AT END
090100             MOVE NL-ACCT-NUMBER TO WS-LEDGER-KEY
090200     END-READ.
090300*
090400 9999-EXIT.
090500     CLOSE ADDR-MAST-FILE OLD-RISK-FILE HOLD-MAST-FILE
090600           SORTED-LEDGER-FILE NEW-RISK-FILE HIGH-RISK-FILE
090700           CSO-EXCPT-FILE RISK-REPORT
090800     STOP RUN.
