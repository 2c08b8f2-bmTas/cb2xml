000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARCPURGE.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  NIGHTLY BATCH - ARCHIVE MANAGEMENT.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - RETENTION PURGE OF THE     *
001400*                   STATEMENT, BONUS HISTORY AND CLOSED ACCOUNT  *
001500*                   ARCHIVES.  EVERY ARCCAT UNIT PAST ITS        *
001600*                   RETENTION IS DESTROYED UNLESS AN ACTIVE HOLD *
001700*                   ON THE LEGAL HOLD REGISTER (LGLHOLD.CPY)     *
001800*                   COVERS ITS KEY RANGE.  EACH ARCHIVE, WITH    *
001900*                   ITS INDEX AND AUDIT FILES, IS REWRITTEN      *
002000*                   WITHOUT THE DESTROYED UNITS' RECORDS, AND    *
002100*                   THE NEW CATALOG CARRIES THOSE UNITS MARKED   *
002200*                   PURGED.  PRINTS THE CERTIFICATE OF           *
002300*                   DESTRUCTION: EACH UNIT DESTROYED WITH THE    *
002400*                   RECORDS TAKEN FROM EACH FILE, AND EACH UNIT  *
002500*                   RETAINED UNDER A HOLD WITH THE HOLD AND ITS  *
002600*                   REASON.                                      *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CATALOG-IN-FILE  ASSIGN TO ARCCATN
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT CATALOG-OUT-FILE ASSIGN TO ARCCATP
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT OPTIONAL LEGAL-HOLD-FILE ASSIGN TO LGLHOLD
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT OPTIONAL STMT-ARCHIVE-IN ASSIGN TO STMTARCF
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT STMT-ARCHIVE-OUT ASSIGN TO STMFPRGO
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT OPTIONAL STMT-INDEX-IN ASSIGN TO STMTARCX
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT STMT-INDEX-OUT   ASSIGN TO STMXPRGO
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT OPTIONAL BONUS-HISTORY-IN ASSIGN TO BONHIST
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT BONUS-HISTORY-OUT ASSIGN TO BONHPRGO
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT OPTIONAL MSTR-ARCHIVE-IN ASSIGN TO MSTRARCF
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT MSTR-ARCHIVE-OUT ASSIGN TO MSTFPRGO
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT OPTIONAL MSTR-INDEX-IN ASSIGN TO MSTRARCX
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT MSTR-INDEX-OUT   ASSIGN TO MSTXPRGO
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT OPTIONAL MSTR-AUDIT-IN ASSIGN TO MSTRAUDT
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT MSTR-AUDIT-OUT   ASSIGN TO MSTAPRGO
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT CERTIFICATE-REPORT ASSIGN TO ARCPCERT
006600         ORGANIZATION IS SEQUENTIAL.
006700 DATA DIVISION.
006800 FILE SECTION.
006900*
007000*    SAME SHAPE AS ARCCAT'S CATALOG.
007100*
007200 FD  CATALOG-IN-FILE.
007300 01  CATALOG-IN-RECORD.
007400     05  CI-SOURCE               PIC X(08).
007500     05  CI-UNIT-ID              PIC 9(08).
007600     05  CI-KEY-LOW              PIC X(20).
007700     05  CI-KEY-HIGH             PIC X(20).
007800     05  CI-DATE-LOW             PIC 9(08).
007900     05  CI-DATE-HIGH            PIC 9(08).
008000     05  CI-VOLUME               PIC X(06).
008100     05  CI-ARCHIVED-DATE        PIC 9(08).
008200     05  CI-RETENTION-YEARS      PIC 9(02).
008300     05  CI-PURGED-DATE          PIC 9(08).
008400*
008500 FD  CATALOG-OUT-FILE.
008600 01  CATALOG-OUT-RECORD.
008700     05  CO-SOURCE               PIC X(08).
008800     05  CO-UNIT-ID              PIC 9(08).
008900     05  CO-KEY-LOW              PIC X(20).
009000     05  CO-KEY-HIGH             PIC X(20).
009100     05  CO-DATE-LOW             PIC 9(08).
009200     05  CO-DATE-HIGH            PIC 9(08).
009300     05  CO-VOLUME               PIC X(06).
009400     05  CO-ARCHIVED-DATE        PIC 9(08).
009500     05  CO-RETENTION-YEARS      PIC 9(02).
009600     05  CO-PURGED-DATE          PIC 9(08).
009700*
009800 FD  LEGAL-HOLD-FILE.
009900     COPY "LGLHOLD.cpy".
010000*
010100*    STATEMENT ARCHIVE - THE CYCLE DATE IN FRONT OF THE FULL
010200*    1747-BYTE DETAIL RECORD, PARTNER AND MEMBER AT THEIR
010300*    CPYUNXDETAIL OFFSETS - AND ITS PER-MEMBER INDEX.
010400*
010500 FD  STMT-ARCHIVE-IN.
010600 01  STMT-ARCHIVE-RECORD.
010700     05  SA-CYCLE-DATE           PIC 9(08).
010800     05  SA-DETAIL-RECORD.
010900         10  FILLER              PIC X(34).
011000         10  SA-PARTNER-ID       PIC 9(08).
011100         10  SA-MEMBER-ID        PIC 9(13).
011200         10  FILLER              PIC X(1692).
011300*
011400 FD  STMT-ARCHIVE-OUT.
011500 01  STMT-ARCHIVE-OUT-RECORD     PIC X(1755).
011600*
011700 FD  STMT-INDEX-IN.
011800 01  STMT-INDEX-RECORD.
011900     05  SX-PARTNER-ID           PIC 9(08).
012000     05  SX-MEMBER-ID            PIC 9(13).
012100     05  SX-CYCLE-DATE           PIC 9(08).
012200     05  SX-RECORD-COUNT         PIC 9(07).
012300*
012400 FD  STMT-INDEX-OUT.
012500 01  STMT-INDEX-OUT-RECORD       PIC X(36).
012600*
012700*    BONUS HISTORY - THE DTAR119 RECORD AS BONARCHV APPENDS IT.
012800*    THE TRANSACTION DATE IS YYYYDDD.
012900*
013000 FD  BONUS-HISTORY-IN.
013100 01  BONUS-HISTORY-RECORD.
013200     05  HY-STORE-NO             PIC 9(03)     COMP-3.
013300     05  HY-TRANS-DATE           PIC 9(07)     COMP-3.
013400     05  HY-TRANS-CODE           PIC 9(02)     COMP-3.
013500     05  HY-CARD-NO              PIC 9(16).
013600     05  FILLER                  PIC X(29).
013700*
013800 FD  BONUS-HISTORY-OUT.
013900 01  BONUS-HISTORY-OUT-RECORD    PIC X(53).
014000*
014100*    CLOSED ACCOUNT ARCHIVE, ITS INDEX AND ITS AUDIT, AS MSTRARCH
014200*    WRITES THEM.
014300*
014400 FD  MSTR-ARCHIVE-IN.
014500 01  MSTR-ARCHIVE-RECORD.
014600     05  MA-ARCHIVE-DATE         PIC 9(08).
014700     05  MA-MASTER-RECORD-NO     PIC 9(09).
014800     05  MA-MASTER-DATA          PIC X(72).
014900*
015000 FD  MSTR-ARCHIVE-OUT.
015100 01  MSTR-ARCHIVE-OUT-RECORD     PIC X(89).
015200*
015300 FD  MSTR-INDEX-IN.
015400 01  MSTR-INDEX-RECORD.
015500     05  MX-MASTER-RECORD-NO     PIC 9(09).
015600     05  MX-ARCHIVE-DATE         PIC 9(08).
015700     05  MX-SPECL-HANDL          PIC X(01).
015800     05  MX-FINAL-BEGIN-BAL      PIC S9(13)V99.
015900*
016000 FD  MSTR-INDEX-OUT.
016100 01  MSTR-INDEX-OUT-RECORD       PIC X(33).
016200*
016300 FD  MSTR-AUDIT-IN.
016400 01  MSTR-AUDIT-RECORD.
016500     05  MU-ARCHIVE-DATE         PIC 9(08).
016600     05  MU-MASTER-RECORD-NO     PIC 9(09).
016700     05  FILLER                  PIC X(63).
016800*
016900 FD  MSTR-AUDIT-OUT.
017000 01  MSTR-AUDIT-OUT-RECORD       PIC X(80).
017100*
017200 FD  CERTIFICATE-REPORT.
017300 01  CERTIFICATE-REPORT-RECORD.
017400     05  RP-CARRIAGE-CONTROL     PIC X(01).
017500     05  RP-PRINT-LINE           PIC X(132).
017600*
017700 WORKING-STORAGE SECTION.
017800*
017900 01  WS-CAT-EOF-SWITCH           PIC X(01) VALUE 'N'.
018000     88  WS-CAT-EOF              VALUE 'Y'.
018100 01  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
018200     88  WS-HOLD-EOF             VALUE 'Y'.
018300 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
018400     88  WS-EOF                  VALUE 'Y'.
018500*
018600 01  WS-RUN-DATE                 PIC 9(08).
018700 01  WS-EXPIRY-DATE              PIC 9(08).
018800 01  WS-UNITS-READ               PIC 9(07) VALUE 0.
018900 01  WS-UNITS-EXPIRED            PIC 9(07) VALUE 0.
019000 01  WS-UNITS-DESTROYED          PIC 9(07) VALUE 0.
019100 01  WS-UNITS-HELD               PIC 9(07) VALUE 0.
019200 01  WS-UNITS-OTHER              PIC 9(07) VALUE 0.
019300 01  WS-UNITS-DEFERRED           PIC 9(07) VALUE 0.
019400 01  WS-UNITS-PURGED-BEFORE      PIC 9(07) VALUE 0.
019500 01  WS-RECORDS-DESTROYED        PIC 9(09) VALUE 0.
019600 01  WS-RECORDS-KEPT             PIC 9(09) VALUE 0.
019700 01  WS-RECORDS-REMOVED          PIC 9(09) VALUE 0.
019800*
019900*    ACTIVE LEGAL HOLDS.  THE COMPARE LENGTH IS HOW MUCH OF THE
020000*    CATALOG KEY A HOLD OF THAT TYPE NAMES, AND IS ZERO WHERE THE
020100*    HOLD'S TYPE DOES NOT REACH THE UNIT'S ARCHIVE.
020200*
020300 01  WS-HELD-SUB                 PIC 9(04) COMP.
020400 01  WS-HL-SUB                   PIC 9(04) COMP.
020500 01  WS-CMP-LEN                  PIC 9(02) COMP.
020600*
020700 01  HL-TABLE-MAX                PIC 9(04) COMP VALUE 500.
020800 01  HL-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
020900 01  HL-TABLE.
021000     05  HL-ENTRY OCCURS 500 TIMES.
021100         10  HL-HOLD-ID          PIC X(10).
021200         10  HL-KEY-TYPE         PIC X(01).
021300         10  HL-KEY-LOW          PIC X(20).
021400         10  HL-KEY-HIGH         PIC X(20).
021500         10  HL-REASON           PIC X(40).
021600*
021700*    UNITS SELECTED FOR DESTRUCTION.  THE MATCH DATES ARE THE
021800*    UNIT'S DATE RANGE IN THE FORM ITS ARCHIVE RECORDS CARRY -
021900*    YYYYDDD FOR BONUS HISTORY, YYYYMMDD FOR THE OTHERS.
022000*
022100 01  WS-PU-SUB                   PIC 9(04) COMP.
022200 01  WS-FOUND-SUB                PIC 9(04) COMP.
022300*
022400 01  PU-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
022500 01  PU-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
022600 01  PU-TABLE.
022700     05  PU-ENTRY OCCURS 2000 TIMES.
022800         10  PU-SOURCE           PIC X(08).
022900         10  PU-UNIT-ID          PIC 9(08).
023000         10  PU-KEY-LOW          PIC X(20).
023100         10  PU-KEY-HIGH         PIC X(20).
023200         10  PU-DATE-LOW         PIC 9(08).
023300         10  PU-DATE-HIGH        PIC 9(08).
023400         10  PU-MATCH-DATE-LOW   PIC 9(08).
023500         10  PU-MATCH-DATE-HIGH  PIC 9(08).
023600         10  PU-VOLUME           PIC X(06).
023700         10  PU-EXPIRY-DATE      PIC 9(08).
023800         10  PU-DATA-REMOVED     PIC 9(09) COMP-3.
023900         10  PU-INDEX-REMOVED    PIC 9(09) COMP-3.
024000         10  PU-AUDIT-REMOVED    PIC 9(09) COMP-3.
024100*
024200*    UNITS PAST RETENTION KEPT BECAUSE A HOLD COVERS THEM.
024300*
024400 01  WS-RT-SUB                   PIC 9(04) COMP.
024500*
024600 01  RT-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
024700 01  RT-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
024800 01  RT-TABLE.
024900     05  RT-ENTRY OCCURS 1000 TIMES.
025000         10  RT-SOURCE           PIC X(08).
025100         10  RT-UNIT-ID          PIC 9(08).
025200         10  RT-KEY-LOW          PIC X(20).
025300         10  RT-KEY-HIGH         PIC X(20).
025400         10  RT-EXPIRY-DATE      PIC 9(08).
025500         10  RT-HOLD-ID          PIC X(10).
025600         10  RT-REASON           PIC X(40).
025700*
025800*    ONE ARCHIVE RECORD'S SOURCE, CATALOG-FORM KEY AND DATE.
025900*
026000 01  WS-MATCH-SOURCE             PIC X(08).
026100 01  WS-MATCH-KEY                PIC X(20).
026200 01  WS-MATCH-DATE               PIC 9(08).
026300*
026400*    YYYYMMDD TO YYYYDDD.
026500*
026600 01  WS-DATE-WORK.
026700     05  WS-DW-YYYY              PIC 9(04).
026800     05  WS-DW-MM                PIC 9(02).
026900     05  WS-DW-DD                PIC 9(02).
027000 01  WS-JULIAN-DATE              PIC 9(08).
027100 01  WS-DAY-OF-YEAR              PIC 9(03).
027200 01  WS-MONTH-SUB                PIC 9(02) COMP.
027300 01  WS-MONTH-DAYS               PIC 9(02).
027400 01  WS-LEAP-QUOTIENT            PIC 9(04).
027500 01  WS-LEAP-REMAINDER           PIC 9(03).
027600 01  WS-MONTH-DAYS-VALUES        PIC X(24)
027700         VALUE '312831303130313130313031'.
027800 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
027900     05  WS-MONTH-DAYS-ENTRY     PIC 9(02) OCCURS 12 TIMES.
028000*
028100 01  WS-HEADING-LINE.
028200     05  FILLER                  PIC X(48) VALUE
028300         'ARCPURGE - CERTIFICATE OF DESTRUCTION   RUN    '.
028400     05  H1-RUN-DATE             PIC 9(08).
028500     05  FILLER                  PIC X(76) VALUE SPACES.
028600*
028700 01  WS-SECTION-LINE.
028800     05  SH-TEXT                 PIC X(60).
028900     05  FILLER                  PIC X(72) VALUE SPACES.
029000*
029100 01  WS-DESTROYED-HEADING.
029200     05  FILLER                  PIC X(44) VALUE
029300         '  SOURCE    UNIT      VOLUME  KEY LOW       '.
029400     05  FILLER                  PIC X(44) VALUE
029500         '       KEY HIGH              DATES COVERED  '.
029600     05  FILLER                  PIC X(44) VALUE
029700         '    EXPIRED      RECORDS    INDEX    AUDIT  '.
029800*
029900 01  WS-DESTROYED-LINE.
030000     05  FILLER                  PIC X(02) VALUE SPACES.
030100     05  DD-SOURCE               PIC X(08).
030200     05  FILLER                  PIC X(02) VALUE SPACES.
030300     05  DD-UNIT-ID              PIC 9(08).
030400     05  FILLER                  PIC X(02) VALUE SPACES.
030500     05  DD-VOLUME               PIC X(06).
030600     05  FILLER                  PIC X(02) VALUE SPACES.
030700     05  DD-KEY-LOW              PIC X(20).
030800     05  FILLER                  PIC X(01) VALUE SPACES.
030900     05  DD-KEY-HIGH             PIC X(20).
031000     05  FILLER                  PIC X(02) VALUE SPACES.
031100     05  DD-DATE-LOW             PIC 9(08).
031200     05  FILLER                  PIC X(01) VALUE SPACES.
031300     05  DD-DATE-HIGH            PIC 9(08).
031400     05  FILLER                  PIC X(02) VALUE SPACES.
031500     05  DD-EXPIRY-DATE          PIC 9(08).
031600     05  FILLER                  PIC X(02) VALUE SPACES.
031700     05  DD-DATA-REMOVED         PIC ZZ,ZZZ,ZZ9.
031800     05  FILLER                  PIC X(02) VALUE SPACES.
031900     05  DD-INDEX-REMOVED        PIC ZZZ,ZZ9.
032000     05  FILLER                  PIC X(02) VALUE SPACES.
032100     05  DD-AUDIT-REMOVED        PIC ZZZ,ZZ9.
032200     05  FILLER                  PIC X(02) VALUE SPACES.
032300*
032400 01  WS-RETAINED-HEADING.
032500     05  FILLER                  PIC X(43) VALUE
032600         '  SOURCE    UNIT      KEY LOW              '.
032700     05  FILLER                  PIC X(44) VALUE
032800         'KEY HIGH              EXPIRED   HOLD ID     '.
032900     05  FILLER                  PIC X(45) VALUE
033000         'HOLD REASON                                  '.
033100*
033200 01  WS-RETAINED-LINE.
033300     05  FILLER                  PIC X(02) VALUE SPACES.
033400     05  RD-SOURCE               PIC X(08).
033500     05  FILLER                  PIC X(02) VALUE SPACES.
033600     05  RD-UNIT-ID              PIC 9(08).
033700     05  FILLER                  PIC X(02) VALUE SPACES.
033800     05  RD-KEY-LOW              PIC X(20).
033900     05  FILLER                  PIC X(01) VALUE SPACES.
034000     05  RD-KEY-HIGH             PIC X(20).
034100     05  FILLER                  PIC X(02) VALUE SPACES.
034200     05  RD-EXPIRY-DATE          PIC 9(08).
034300     05  FILLER                  PIC X(02) VALUE SPACES.
034400     05  RD-HOLD-ID              PIC X(10).
034500     05  FILLER                  PIC X(02) VALUE SPACES.
034600     05  RD-REASON               PIC X(40).
034700     05  FILLER                  PIC X(05) VALUE SPACES.
034800*
034900 01  WS-NONE-LINE.
035000     05  FILLER                  PIC X(08) VALUE '  NONE'.
035100     05  FILLER                  PIC X(124) VALUE SPACES.
035200*
035300 01  WS-TOTAL-LINE.
035400     05  FILLER                  PIC X(02) VALUE SPACES.
035500     05  TL-LABEL                PIC X(44).
035600     05  TL-COUNT                PIC ZZZ,ZZZ,ZZ9.
035700     05  FILLER                  PIC X(75) VALUE SPACES.
035800*
035900 PROCEDURE DIVISION.
036000*
036100 0000-MAINLINE.
036200     PERFORM 1000-INITIALIZE
036300     PERFORM 2000-SELECT-ONE-UNIT
036400         UNTIL WS-CAT-EOF
036500     CLOSE CATALOG-IN-FILE CATALOG-OUT-FILE
036600     PERFORM 3000-PURGE-STMT-ARCHIVE
036700     PERFORM 3200-PURGE-STMT-INDEX
036800     PERFORM 4000-PURGE-BONUS-HISTORY
036900     PERFORM 5000-PURGE-MSTR-ARCHIVE
037000     PERFORM 5200-PURGE-MSTR-INDEX
037100     PERFORM 5400-PURGE-MSTR-AUDIT
037200     PERFORM 6000-PRINT-CERTIFICATE
037300     DISPLAY 'ARCPURGE - UNITS ON CATALOG:     ' WS-UNITS-READ
037400     DISPLAY 'ARCPURGE - UNITS DESTROYED:      '
037500         WS-UNITS-DESTROYED
037600     DISPLAY 'ARCPURGE - UNITS HELD:           ' WS-UNITS-HELD
037700     DISPLAY 'ARCPURGE - RECORDS DESTROYED:    '
037800         WS-RECORDS-DESTROYED
037900     IF WS-UNITS-DEFERRED > ZERO
038000         DISPLAY 'ARCPURGE - UNITS DEFERRED, TABLE FULL: '
038100             WS-UNITS-DEFERRED
038200     END-IF
038300     PERFORM 9999-EXIT.
038400*
038500 1000-INITIALIZE.
038600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
038700     OPEN INPUT LEGAL-HOLD-FILE
038800     READ LEGAL-HOLD-FILE
038900         AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
039000     END-READ
039100     PERFORM 1100-LOAD-ONE-HOLD
039200         UNTIL WS-HOLD-EOF
039300     CLOSE LEGAL-HOLD-FILE
039400     OPEN INPUT  CATALOG-IN-FILE
039500     OPEN OUTPUT CATALOG-OUT-FILE
039600     READ CATALOG-IN-FILE
039700         AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
039800     END-READ.
039900*
040000*    ONLY HOLDS STILL ACTIVE PROTECT ANYTHING.  A REGISTER TOO
040100*    BIG FOR THE TABLE STOPS THE RUN RATHER THAN DESTROY A UNIT
040200*    A HOLD IT COULD NOT LOAD WOULD HAVE COVERED.
040300*
040400 1100-LOAD-ONE-HOLD.
040500     IF LH-ACTIVE
040600         IF HL-TABLE-COUNT < HL-TABLE-MAX
040700             ADD 1 TO HL-TABLE-COUNT
040800             MOVE LH-HOLD-ID  TO HL-HOLD-ID (HL-TABLE-COUNT)
040900             MOVE LH-KEY-TYPE TO HL-KEY-TYPE (HL-TABLE-COUNT)
041000             MOVE LH-KEY-LOW  TO HL-KEY-LOW (HL-TABLE-COUNT)
041100             MOVE LH-KEY-HIGH TO HL-KEY-HIGH (HL-TABLE-COUNT)
041200             MOVE LH-REASON   TO HL-REASON (HL-TABLE-COUNT)
041300         ELSE
041400             DISPLAY 'ARCPURGE - LEGAL HOLD TABLE FULL AT '
041500                 HL-TABLE-MAX ' - NOTHING PURGED'
041600             MOVE 8 TO RETURN-CODE
041700             CLOSE LEGAL-HOLD-FILE
041800             STOP RUN
041900         END-IF
042000     END-IF
042100     READ LEGAL-HOLD-FILE
042200         AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
042300     END-READ.
042400*
042500******************************************************************
042600*    ONE PASS OVER THE CATALOG.  RETENTION EXPIRES AS ARCCAT     *
042700*    RECKONS IT.  AN EXPIRED UNIT OF THE STATEMENT, BONUS OR     *
042800*    CLOSED ACCOUNT ARCHIVE IS DESTROYED UNLESS A HOLD COVERS    *
042900*    IT; THE NEW CATALOG CARRIES IT MARKED PURGED TODAY.         *
043000******************************************************************
043100*
043200 2000-SELECT-ONE-UNIT.
043300     ADD 1 TO WS-UNITS-READ
043400     MOVE CATALOG-IN-RECORD TO CATALOG-OUT-RECORD
043500     COMPUTE WS-EXPIRY-DATE =
043600         CI-ARCHIVED-DATE + CI-RETENTION-YEARS * 10000
043700     EVALUATE TRUE
043800         WHEN CI-PURGED-DATE NOT = ZERO
043900             ADD 1 TO WS-UNITS-PURGED-BEFORE
044000         WHEN WS-RUN-DATE NOT > WS-EXPIRY-DATE
044100             CONTINUE
044200         WHEN CI-SOURCE NOT = 'STMTARCH'
044300             AND CI-SOURCE NOT = 'BONARCHV'
044400             AND CI-SOURCE NOT = 'MSTRARCH'
044500             ADD 1 TO WS-UNITS-EXPIRED
044600             ADD 1 TO WS-UNITS-OTHER
044700         WHEN OTHER
044800             ADD 1 TO WS-UNITS-EXPIRED
044900             PERFORM 2100-CHECK-LEGAL-HOLDS
045000             IF WS-HELD-SUB > ZERO
045100                 PERFORM 2300-RETAIN-HELD-UNIT
045200             ELSE
045300                 PERFORM 2400-SELECT-FOR-PURGE
045400             END-IF
045500     END-EVALUATE
045600     WRITE CATALOG-OUT-RECORD
045700     READ CATALOG-IN-FILE
045800         AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
045900     END-READ.
046000*
046100 2100-CHECK-LEGAL-HOLDS.
046200     MOVE ZERO TO WS-HELD-SUB
046300     PERFORM 2200-TEST-ONE-HOLD
046400         VARYING WS-HL-SUB FROM 1 BY 1
046500         UNTIL WS-HL-SUB > HL-TABLE-COUNT
046600         OR WS-HELD-SUB > ZERO.
046700*
046800*    PARTNER AND MEMBER HOLDS REACH THE STATEMENT ARCHIVE, CARD
046900*    HOLDS THE BONUS HISTORY AND ACCOUNT HOLDS THE CLOSED ACCOUNT
047000*    ARCHIVE.  THE HOLD COVERS THE UNIT WHEN THE TWO KEY RANGES
047100*    OVERLAP ON THE PART OF THE KEY THE HOLD NAMES.
047200*
047300 2200-TEST-ONE-HOLD.
047400     EVALUATE TRUE
047500         WHEN CI-SOURCE = 'STMTARCH'
047600             AND HL-KEY-TYPE (WS-HL-SUB) = 'P'
047700             MOVE 8 TO WS-CMP-LEN
047800         WHEN CI-SOURCE = 'STMTARCH'
047900             AND HL-KEY-TYPE (WS-HL-SUB) = 'M'
048000             MOVE 20 TO WS-CMP-LEN
048100         WHEN CI-SOURCE = 'BONARCHV'
048200             AND HL-KEY-TYPE (WS-HL-SUB) = 'C'
048300             MOVE 16 TO WS-CMP-LEN
048400         WHEN CI-SOURCE = 'MSTRARCH'
048500             AND HL-KEY-TYPE (WS-HL-SUB) = 'A'
048600             MOVE 9 TO WS-CMP-LEN
048700         WHEN OTHER
048800             MOVE 0 TO WS-CMP-LEN
048900     END-EVALUATE
049000     IF WS-CMP-LEN > ZERO
049100         IF CI-KEY-LOW (1:WS-CMP-LEN)
049200                 <= HL-KEY-HIGH (WS-HL-SUB) (1:WS-CMP-LEN)
049300             AND CI-KEY-HIGH (1:WS-CMP-LEN)
049400                 >= HL-KEY-LOW (WS-HL-SUB) (1:WS-CMP-LEN)
049500             MOVE WS-HL-SUB TO WS-HELD-SUB
049600         END-IF
049700     END-IF.
049800*
049900 2300-RETAIN-HELD-UNIT.
050000     ADD 1 TO WS-UNITS-HELD
050100     IF RT-TABLE-COUNT < RT-TABLE-MAX
050200         ADD 1 TO RT-TABLE-COUNT
050300         MOVE CI-SOURCE      TO RT-SOURCE (RT-TABLE-COUNT)
050400         MOVE CI-UNIT-ID     TO RT-UNIT-ID (RT-TABLE-COUNT)
050500         MOVE CI-KEY-LOW     TO RT-KEY-LOW (RT-TABLE-COUNT)
050600         MOVE CI-KEY-HIGH    TO RT-KEY-HIGH (RT-TABLE-COUNT)
050700         MOVE WS-EXPIRY-DATE TO RT-EXPIRY-DATE (RT-TABLE-COUNT)
050800         MOVE HL-HOLD-ID (WS-HELD-SUB)
050900             TO RT-HOLD-ID (RT-TABLE-COUNT)
051000         MOVE HL-REASON (WS-HELD-SUB)
051100             TO RT-REASON (RT-TABLE-COUNT)
051200     END-IF.
051300*
051400*    A UNIT THAT WILL NOT FIT THE TABLE STAYS ON THE ARCHIVE,
051500*    UNMARKED, FOR THE NEXT RUN.
051600*
051700 2400-SELECT-FOR-PURGE.
051800     IF PU-TABLE-COUNT < PU-TABLE-MAX
051900         ADD 1 TO PU-TABLE-COUNT
052000         ADD 1 TO WS-UNITS-DESTROYED
052100         MOVE CI-SOURCE      TO PU-SOURCE (PU-TABLE-COUNT)
052200         MOVE CI-UNIT-ID     TO PU-UNIT-ID (PU-TABLE-COUNT)
052300         MOVE CI-KEY-LOW     TO PU-KEY-LOW (PU-TABLE-COUNT)
052400         MOVE CI-KEY-HIGH    TO PU-KEY-HIGH (PU-TABLE-COUNT)
052500         MOVE CI-DATE-LOW    TO PU-DATE-LOW (PU-TABLE-COUNT)
052600         MOVE CI-DATE-HIGH   TO PU-DATE-HIGH (PU-TABLE-COUNT)
052700         MOVE CI-VOLUME      TO PU-VOLUME (PU-TABLE-COUNT)
052800         MOVE WS-EXPIRY-DATE TO PU-EXPIRY-DATE (PU-TABLE-COUNT)
052900         MOVE ZERO TO PU-DATA-REMOVED (PU-TABLE-COUNT)
053000         MOVE ZERO TO PU-INDEX-REMOVED (PU-TABLE-COUNT)
053100         MOVE ZERO TO PU-AUDIT-REMOVED (PU-TABLE-COUNT)
053200         IF CI-SOURCE = 'BONARCHV'
053300             MOVE CI-DATE-LOW TO WS-DATE-WORK
053400             PERFORM 8000-CONVERT-TO-JULIAN
053500             MOVE WS-JULIAN-DATE
053600                 TO PU-MATCH-DATE-LOW (PU-TABLE-COUNT)
053700             MOVE CI-DATE-HIGH TO WS-DATE-WORK
053800             PERFORM 8000-CONVERT-TO-JULIAN
053900             MOVE WS-JULIAN-DATE
054000                 TO PU-MATCH-DATE-HIGH (PU-TABLE-COUNT)
054100         ELSE
054200             MOVE CI-DATE-LOW
054300                 TO PU-MATCH-DATE-LOW (PU-TABLE-COUNT)
054400             MOVE CI-DATE-HIGH
054500                 TO PU-MATCH-DATE-HIGH (PU-TABLE-COUNT)
054600         END-IF
054700         MOVE WS-RUN-DATE TO CO-PURGED-DATE
054800     ELSE
054900         ADD 1 TO WS-UNITS-DEFERRED
055000     END-IF.
055100*
055200******************************************************************
055300*    EACH ARCHIVE IS COPIED FORWARD WITHOUT THE RECORDS OF THE   *
055400*    UNITS SELECTED.  THE COPIES REPLACE THE ARCHIVES; AN        *
055500*    ARCHIVE NOT PRESENT GIVES AN EMPTY COPY.                    *
055600******************************************************************
055700*
055800 3000-PURGE-STMT-ARCHIVE.
055900     MOVE 'STMTARCH' TO WS-MATCH-SOURCE
056000     MOVE 'N' TO WS-EOF-SWITCH
056100     MOVE ZERO TO WS-RECORDS-KEPT WS-RECORDS-REMOVED
056200     OPEN INPUT  STMT-ARCHIVE-IN
056300     OPEN OUTPUT STMT-ARCHIVE-OUT
056400     READ STMT-ARCHIVE-IN
056500         AT END MOVE 'Y' TO WS-EOF-SWITCH
056600     END-READ
056700     PERFORM 3100-FILTER-ONE-STMT-RECORD
056800         UNTIL WS-EOF
056900     CLOSE STMT-ARCHIVE-IN STMT-ARCHIVE-OUT
057000     DISPLAY 'ARCPURGE - STMTARCF KEPT ' WS-RECORDS-KEPT
057100         ' REMOVED ' WS-RECORDS-REMOVED.
057200*
057300 3100-FILTER-ONE-STMT-RECORD.
057400     MOVE SPACES TO WS-MATCH-KEY
057500     MOVE SA-PARTNER-ID       TO WS-MATCH-KEY (1:8)
057600     MOVE SA-MEMBER-ID (1:12) TO WS-MATCH-KEY (9:12)
057700     MOVE SA-CYCLE-DATE       TO WS-MATCH-DATE
057800     PERFORM 7000-FIND-PURGED-UNIT
057900     IF WS-FOUND-SUB > ZERO
058000         ADD 1 TO PU-DATA-REMOVED (WS-FOUND-SUB)
058100         ADD 1 TO WS-RECORDS-REMOVED
058200     ELSE
058300         ADD 1 TO WS-RECORDS-KEPT
058400         MOVE STMT-ARCHIVE-RECORD TO STMT-ARCHIVE-OUT-RECORD
058500         WRITE STMT-ARCHIVE-OUT-RECORD
058600     END-IF
058700     READ STMT-ARCHIVE-IN
058800         AT END MOVE 'Y' TO WS-EOF-SWITCH
058900     END-READ.
059000*
059100 3200-PURGE-STMT-INDEX.
059200     MOVE 'N' TO WS-EOF-SWITCH
059300     MOVE ZERO TO WS-RECORDS-KEPT WS-RECORDS-REMOVED
059400     OPEN INPUT  STMT-INDEX-IN
059500     OPEN OUTPUT STMT-INDEX-OUT
059600     READ STMT-INDEX-IN
059700         AT END MOVE 'Y' TO WS-EOF-SWITCH
059800     END-READ
059900     PERFORM 3300-FILTER-ONE-STMT-INDEX
060000         UNTIL WS-EOF
060100     CLOSE STMT-INDEX-IN STMT-INDEX-OUT
060200     DISPLAY 'ARCPURGE - STMTARCX KEPT ' WS-RECORDS-KEPT
060300         ' REMOVED ' WS-RECORDS-REMOVED.
060400*
060500 3300-FILTER-ONE-STMT-INDEX.
060600     MOVE SPACES TO WS-MATCH-KEY
060700     MOVE SX-PARTNER-ID       TO WS-MATCH-KEY (1:8)
060800     MOVE SX-MEMBER-ID (1:12) TO WS-MATCH-KEY (9:12)
060900     MOVE SX-CYCLE-DATE       TO WS-MATCH-DATE
061000     PERFORM 7000-FIND-PURGED-UNIT
061100     IF WS-FOUND-SUB > ZERO
061200         ADD 1 TO PU-INDEX-REMOVED (WS-FOUND-SUB)
061300         ADD 1 TO WS-RECORDS-REMOVED
061400     ELSE
061500         ADD 1 TO WS-RECORDS-KEPT
061600         MOVE STMT-INDEX-RECORD TO STMT-INDEX-OUT-RECORD
061700         WRITE STMT-INDEX-OUT-RECORD
061800     END-IF
061900     READ STMT-INDEX-IN
062000         AT END MOVE 'Y' TO WS-EOF-SWITCH
062100     END-READ.
062200*
062300 4000-PURGE-BONUS-HISTORY.
062400     MOVE 'BONARCHV' TO WS-MATCH-SOURCE
062500     MOVE 'N' TO WS-EOF-SWITCH
062600     MOVE ZERO TO WS-RECORDS-KEPT WS-RECORDS-REMOVED
062700     OPEN INPUT  BONUS-HISTORY-IN
062800     OPEN OUTPUT BONUS-HISTORY-OUT
062900     READ BONUS-HISTORY-IN
063000         AT END MOVE 'Y' TO WS-EOF-SWITCH
063100     END-READ
063200     PERFORM 4100-FILTER-ONE-HISTORY
063300         UNTIL WS-EOF
063400     CLOSE BONUS-HISTORY-IN BONUS-HISTORY-OUT
063500     DISPLAY 'ARCPURGE - BONHIST  KEPT ' WS-RECORDS-KEPT
063600         ' REMOVED ' WS-RECORDS-REMOVED.
063700*
063800 4100-FILTER-ONE-HISTORY.
063900     MOVE SPACES TO WS-MATCH-KEY
064000     MOVE HY-CARD-NO    TO WS-MATCH-KEY (1:16)
064100     MOVE HY-TRANS-DATE TO WS-MATCH-DATE
064200     PERFORM 7000-FIND-PURGED-UNIT
064300     IF WS-FOUND-SUB > ZERO
064400         ADD 1 TO PU-DATA-REMOVED (WS-FOUND-SUB)
064500         ADD 1 TO WS-RECORDS-REMOVED
064600     ELSE
064700         ADD 1 TO WS-RECORDS-KEPT
064800         MOVE BONUS-HISTORY-RECORD TO BONUS-HISTORY-OUT-RECORD
064900         WRITE BONUS-HISTORY-OUT-RECORD
065000     END-IF
065100     READ BONUS-HISTORY-IN
065200         AT END MOVE 'Y' TO WS-EOF-SWITCH
065300     END-READ.
065400*
065500 5000-PURGE-MSTR-ARCHIVE.
065600     MOVE 'MSTRARCH' TO WS-MATCH-SOURCE
065700     MOVE 'N' TO WS-EOF-SWITCH
065800     MOVE ZERO TO WS-RECORDS-KEPT WS-RECORDS-REMOVED
065900     OPEN INPUT  MSTR-ARCHIVE-IN
066000     OPEN OUTPUT MSTR-ARCHIVE-OUT
066100     READ MSTR-ARCHIVE-IN
066200         AT END MOVE 'Y' TO WS-EOF-SWITCH
066300     END-READ
066400     PERFORM 5100-FILTER-ONE-MSTR-RECORD
066500         UNTIL WS-EOF
066600     CLOSE MSTR-ARCHIVE-IN MSTR-ARCHIVE-OUT
066700     DISPLAY 'ARCPURGE - MSTRARCF KEPT ' WS-RECORDS-KEPT
066800         ' REMOVED ' WS-RECORDS-REMOVED.
066900*
067000 5100-FILTER-ONE-MSTR-RECORD.
067100     MOVE SPACES TO WS-MATCH-KEY
067200     MOVE MA-MASTER-RECORD-NO TO WS-MATCH-KEY (1:9)
067300     MOVE MA-ARCHIVE-DATE     TO WS-MATCH-DATE
067400     PERFORM 7000-FIND-PURGED-UNIT
067500     IF WS-FOUND-SUB > ZERO
067600         ADD 1 TO PU-DATA-REMOVED (WS-FOUND-SUB)
067700         ADD 1 TO WS-RECORDS-REMOVED
067800     ELSE
067900         ADD 1 TO WS-RECORDS-KEPT
068000         MOVE MSTR-ARCHIVE-RECORD TO MSTR-ARCHIVE-OUT-RECORD
068100         WRITE MSTR-ARCHIVE-OUT-RECORD
068200     END-IF
068300     READ MSTR-ARCHIVE-IN
068400         AT END MOVE 'Y' TO WS-EOF-SWITCH
068500     END-READ.
068600*
068700 5200-PURGE-MSTR-INDEX.
068800     MOVE 'N' TO WS-EOF-SWITCH
068900     MOVE ZERO TO WS-RECORDS-KEPT WS-RECORDS-REMOVED
069000     OPEN INPUT  MSTR-INDEX-IN
069100     OPEN OUTPUT MSTR-INDEX-OUT
069200     READ MSTR-INDEX-IN
069300         AT END MOVE 'Y' TO WS-EOF-SWITCH
069400     END-READ
069500     PERFORM 5300-FILTER-ONE-MSTR-INDEX
069600         UNTIL WS-EOF
069700     CLOSE MSTR-INDEX-IN MSTR-INDEX-OUT
069800     DISPLAY 'ARCPURGE - MSTRARCX KEPT ' WS-RECORDS-KEPT
069900         ' REMOVED ' WS-RECORDS-REMOVED.
070000*
070100 5300-FILTER-ONE-MSTR-INDEX.
070200     MOVE SPACES TO WS-MATCH-KEY
070300     MOVE MX-MASTER-RECORD-NO TO WS-MATCH-KEY (1:9)
070400     MOVE MX-ARCHIVE-DATE     TO WS-MATCH-DATE
070500     PERFORM 7000-FIND-PURGED-UNIT
070600     IF WS-FOUND-SUB > ZERO
070700         ADD 1 TO PU-INDEX-REMOVED (WS-FOUND-SUB)
070800         ADD 1 TO WS-RECORDS-REMOVED
070900     ELSE
071000         ADD 1 TO WS-RECORDS-KEPT
071100         MOVE MSTR-INDEX-RECORD TO MSTR-INDEX-OUT-RECORD
071200         WRITE MSTR-INDEX-OUT-RECORD
071300     END-IF
071400     READ MSTR-INDEX-IN
071500         AT END MOVE 'Y' TO WS-EOF-SWITCH
071600     END-READ.
071700*
071800 5400-PURGE-MSTR-AUDIT.
071900     MOVE 'N' TO WS-EOF-SWITCH
072000     MOVE ZERO TO WS-RECORDS-KEPT WS-RECORDS-REMOVED
072100     OPEN INPUT  MSTR-AUDIT-IN
072200     OPEN OUTPUT MSTR-AUDIT-OUT
072300     READ MSTR-AUDIT-IN
072400         AT END MOVE 'Y' TO WS-EOF-SWITCH
072500     END-READ
072600     PERFORM 5500-FILTER-ONE-MSTR-AUDIT
072700         UNTIL WS-EOF
072800     CLOSE MSTR-AUDIT-IN MSTR-AUDIT-OUT
072900     DISPLAY 'ARCPURGE - MSTRAUDT KEPT ' WS-RECORDS-KEPT
073000         ' REMOVED ' WS-RECORDS-REMOVED.
073100*
073200 5500-FILTER-ONE-MSTR-AUDIT.
073300     MOVE SPACES TO WS-MATCH-KEY
073400     MOVE MU-MASTER-RECORD-NO TO WS-MATCH-KEY (1:9)
073500     MOVE MU-ARCHIVE-DATE     TO WS-MATCH-DATE
073600     PERFORM 7000-FIND-PURGED-UNIT
073700     IF WS-FOUND-SUB > ZERO
073800         ADD 1 TO PU-AUDIT-REMOVED (WS-FOUND-SUB)
073900         ADD 1 TO WS-RECORDS-REMOVED
074000     ELSE
074100         ADD 1 TO WS-RECORDS-KEPT
074200         MOVE MSTR-AUDIT-RECORD TO MSTR-AUDIT-OUT-RECORD
074300         WRITE MSTR-AUDIT-OUT-RECORD
074400     END-IF
074500     READ MSTR-AUDIT-IN
074600         AT END MOVE 'Y' TO WS-EOF-SWITCH
074700     END-READ.
074800*
074900******************************************************************
075000*    THE CERTIFICATE - EVERY UNIT DESTROYED WITH WHAT WAS TAKEN  *
075100*    FROM EACH FILE, THEN EVERY UNIT KEPT PAST RETENTION UNDER   *
075200*    A HOLD, THEN THE TOTALS.                                    *
075300******************************************************************
075400*
075500 6000-PRINT-CERTIFICATE.
075600     OPEN OUTPUT CERTIFICATE-REPORT
075700     MOVE WS-RUN-DATE TO H1-RUN-DATE
075800     MOVE '1' TO RP-CARRIAGE-CONTROL
075900     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
076000     WRITE CERTIFICATE-REPORT-RECORD
076100     MOVE 'ARCHIVE UNITS DESTROYED - PAST RETENTION, NO HOLD'
076200         TO SH-TEXT
076300     PERFORM 6900-PRINT-SECTION-HEADING
076400     MOVE WS-DESTROYED-HEADING TO RP-PRINT-LINE
076500     PERFORM 6950-PRINT-SINGLE
076600     IF PU-TABLE-COUNT = ZERO
076700         MOVE WS-NONE-LINE TO RP-PRINT-LINE
076800         PERFORM 6950-PRINT-SINGLE
076900     END-IF
077000     PERFORM 6100-PRINT-DESTROYED-UNIT
077100         VARYING WS-PU-SUB FROM 1 BY 1
077200         UNTIL WS-PU-SUB > PU-TABLE-COUNT
077300     MOVE 'ARCHIVE UNITS RETAINED - PAST RETENTION, LEGAL HOLD'
077400         TO SH-TEXT
077500     PERFORM 6900-PRINT-SECTION-HEADING
077600     MOVE WS-RETAINED-HEADING TO RP-PRINT-LINE
077700     PERFORM 6950-PRINT-SINGLE
077800     IF RT-TABLE-COUNT = ZERO
077900         MOVE WS-NONE-LINE TO RP-PRINT-LINE
078000         PERFORM 6950-PRINT-SINGLE
078100     END-IF
078200     PERFORM 6200-PRINT-RETAINED-UNIT
078300         VARYING WS-RT-SUB FROM 1 BY 1
078400         UNTIL WS-RT-SUB > RT-TABLE-COUNT
078500     MOVE 'TOTALS' TO SH-TEXT
078600     PERFORM 6900-PRINT-SECTION-HEADING
078700     MOVE 'UNITS ON CATALOG' TO TL-LABEL
078800     MOVE WS-UNITS-READ TO TL-COUNT
078900     PERFORM 6300-PRINT-TOTAL
079000     MOVE 'UNITS PURGED BY EARLIER RUNS' TO TL-LABEL
079100     MOVE WS-UNITS-PURGED-BEFORE TO TL-COUNT
079200     PERFORM 6300-PRINT-TOTAL
079300     MOVE 'UNITS PAST RETENTION' TO TL-LABEL
079400     MOVE WS-UNITS-EXPIRED TO TL-COUNT
079500     PERFORM 6300-PRINT-TOTAL
079600     MOVE 'UNITS DESTROYED' TO TL-LABEL
079700     MOVE WS-UNITS-DESTROYED TO TL-COUNT
079800     PERFORM 6300-PRINT-TOTAL
079900     MOVE 'RECORDS DESTROYED, ALL FILES' TO TL-LABEL
080000     MOVE WS-RECORDS-DESTROYED TO TL-COUNT
080100     PERFORM 6300-PRINT-TOTAL
080200     MOVE 'UNITS RETAINED UNDER LEGAL HOLD' TO TL-LABEL
080300     MOVE WS-UNITS-HELD TO TL-COUNT
080400     PERFORM 6300-PRINT-TOTAL
080500     MOVE 'UNITS OF OTHER ARCHIVES - NOT PURGED HERE' TO TL-LABEL
080600     MOVE WS-UNITS-OTHER TO TL-COUNT
080700     PERFORM 6300-PRINT-TOTAL
080800     IF WS-UNITS-DEFERRED > ZERO
080900         MOVE 'UNITS DEFERRED TO NEXT RUN - TABLE FULL'
081000             TO TL-LABEL
081100         MOVE WS-UNITS-DEFERRED TO TL-COUNT
081200         PERFORM 6300-PRINT-TOTAL
081300     END-IF
081400     IF WS-UNITS-HELD > RT-TABLE-MAX
081500         MOVE 'HELD UNITS NOT LISTED - TABLE FULL' TO TL-LABEL
081600         COMPUTE TL-COUNT = WS-UNITS-HELD - RT-TABLE-MAX
081700         PERFORM 6300-PRINT-TOTAL
081800     END-IF
081900     CLOSE CERTIFICATE-REPORT.
082000*
082100 6100-PRINT-DESTROYED-UNIT.
082200     MOVE PU-SOURCE (WS-PU-SUB)      TO DD-SOURCE
082300     MOVE PU-UNIT-ID (WS-PU-SUB)     TO DD-UNIT-ID
082400     MOVE PU-VOLUME (WS-PU-SUB)      TO DD-VOLUME
082500     MOVE PU-KEY-LOW (WS-PU-SUB)     TO DD-KEY-LOW
082600     MOVE PU-KEY-HIGH (WS-PU-SUB)    TO DD-KEY-HIGH
082700     MOVE PU-DATE-LOW (WS-PU-SUB)    TO DD-DATE-LOW
082800     MOVE PU-DATE-HIGH (WS-PU-SUB)   TO DD-DATE-HIGH
082900     MOVE PU-EXPIRY-DATE (WS-PU-SUB) TO DD-EXPIRY-DATE
083000     MOVE PU-DATA-REMOVED (WS-PU-SUB)  TO DD-DATA-REMOVED
083100     MOVE PU-INDEX-REMOVED (WS-PU-SUB) TO DD-INDEX-REMOVED
083200     MOVE PU-AUDIT-REMOVED (WS-PU-SUB) TO DD-AUDIT-REMOVED
083300     ADD PU-DATA-REMOVED (WS-PU-SUB)
083400         PU-INDEX-REMOVED (WS-PU-SUB)
083500         PU-AUDIT-REMOVED (WS-PU-SUB)
083600         TO WS-RECORDS-DESTROYED
083700     MOVE WS-DESTROYED-LINE TO RP-PRINT-LINE
083800     PERFORM 6950-PRINT-SINGLE.
083900*
084000 6200-PRINT-RETAINED-UNIT.
084100     MOVE RT-SOURCE (WS-RT-SUB)      TO RD-SOURCE
084200     MOVE RT-UNIT-ID (WS-RT-SUB)     TO RD-UNIT-ID
084300     MOVE RT-KEY-LOW (WS-RT-SUB)     TO RD-KEY-LOW
084400     MOVE RT-KEY-HIGH (WS-RT-SUB)    TO RD-KEY-HIGH
084500     MOVE RT-EXPIRY-DATE (WS-RT-SUB) TO RD-EXPIRY-DATE
084600     MOVE RT-HOLD-ID (WS-RT-SUB)     TO RD-HOLD-ID
084700     MOVE RT-REASON (WS-RT-SUB)      TO RD-REASON
084800     MOVE WS-RETAINED-LINE TO RP-PRINT-LINE
084900     PERFORM 6950-PRINT-SINGLE.
085000*
085100 6300-PRINT-TOTAL.
085200     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
085300     PERFORM 6950-PRINT-SINGLE.
085400*
085500 6900-PRINT-SECTION-HEADING.
085600     MOVE '0' TO RP-CARRIAGE-CONTROL
085700     MOVE WS-SECTION-LINE TO RP-PRINT-LINE
085800     WRITE CERTIFICATE-REPORT-RECORD.
085900*
086000 6950-PRINT-SINGLE.
086100     MOVE ' ' TO RP-CARRIAGE-CONTROL
086200     WRITE CERTIFICATE-REPORT-RECORD.
086300*
086400 7000-FIND-PURGED-UNIT.
086500     MOVE ZERO TO WS-FOUND-SUB
086600     PERFORM 7100-TEST-ONE-UNIT
086700         VARYING WS-PU-SUB FROM 1 BY 1
086800         UNTIL WS-PU-SUB > PU-TABLE-COUNT
086900         OR WS-FOUND-SUB > ZERO.
087000*
087100 7100-TEST-ONE-UNIT.
087200     IF PU-SOURCE (WS-PU-SUB) = WS-MATCH-SOURCE
087300         AND WS-MATCH-KEY >= PU-KEY-LOW (WS-PU-SUB)
087400         AND WS-MATCH-KEY <= PU-KEY-HIGH (WS-PU-SUB)
087500         AND WS-MATCH-DATE >= PU-MATCH-DATE-LOW (WS-PU-SUB)
087600         AND WS-MATCH-DATE <= PU-MATCH-DATE-HIGH (WS-PU-SUB)
087700         MOVE WS-PU-SUB TO WS-FOUND-SUB
087800     END-IF.
087900*
088000*    THE DAY OF THE YEAR IS THE DAY OF THE MONTH PLUS THE DAYS
088100*    OF EVERY EARLIER MONTH.
088200*
088300 8000-CONVERT-TO-JULIAN.
088400     MOVE WS-DW-DD TO WS-DAY-OF-YEAR
088500     PERFORM 8100-ADD-MONTH-DAYS
088600         VARYING WS-MONTH-SUB FROM 1 BY 1
088700         UNTIL WS-MONTH-SUB >= WS-DW-MM
088800         OR WS-MONTH-SUB > 12
088900     COMPUTE WS-JULIAN-DATE = WS-DW-YYYY * 1000 + WS-DAY-OF-YEAR.
089000*
089100 8100-ADD-MONTH-DAYS.
089200     MOVE WS-MONTH-DAYS-ENTRY (WS-MONTH-SUB) TO WS-MONTH-DAYS
089300     IF WS-MONTH-SUB = 2
089400         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
089500             REMAINDER WS-LEAP-REMAINDER
089600         IF WS-LEAP-REMAINDER = ZERO
089700             MOVE 29 TO WS-MONTH-DAYS
089800             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
089900                 REMAINDER WS-LEAP-REMAINDER
090000             IF WS-LEAP-REMAINDER = ZERO
090100                 DIVIDE WS-DW-YYYY BY 400
090200                     GIVING WS-LEAP-QUOTIENT
090300                     REMAINDER WS-LEAP-REMAINDER
090400                 IF WS-LEAP-REMAINDER NOT = ZERO
090500                     MOVE 28 TO WS-MONTH-DAYS
090600                 END-IF
090700             END-IF
090800         END-IF
090900     END-IF
091000     ADD WS-MONTH-DAYS TO WS-DAY-OF-YEAR.
091100*
091200 9999-EXIT.
091300     STOP RUN.
