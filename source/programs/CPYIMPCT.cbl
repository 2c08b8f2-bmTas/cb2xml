000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CPYIMPCT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COPYBOOK TOOLING - IMPACT ANALYSIS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - COPYBOOK CHANGE IMPACT     *
001400*                   REPORT, THE MANDATORY ATTACHMENT TO A LAYOUT *
001500*                   CHANGE REQUEST. THE PROPOSED MEMBER (CPYNEW) *
001600*                   IS SCANNED AGAINST THE PRODUCTION ONE        *
001700*                   (CPYOLD) THE WAY CPYDUMP SCANS THEM, AND     *
001800*                   EVERY FIELD CHANGED, MOVED OR REMOVED PRINTS *
001900*                   WITH ITS OLD AND NEW OFFSET AND THE SHIFT.   *
002000*                   THE WHEREUSE REGISTRY NAMES EVERY PROGRAM    *
002100*                   THAT REFERENCES AN AFFECTED FIELD. THE       *
002200*                   LAYOUT REGISTRY GIVES THE PRODUCTION VERSION *
002300*                   AND THE DATE IT TOOK EFFECT; THE DATASET     *
002400*                   INVENTORY, THE GENERATION REGISTRY AND THE   *
002500*                   ARCHIVE CATALOG GIVE EVERY MASTER, EXTRACT   *
002600*                   AND ARCHIVE UNIT WRITTEN UNDER IT, EACH WITH *
002700*                   ITS CPYCONV OR LAYRESLV ACTION, AND THE      *
002800*                   REGISTRY ENTRIES THE CHANGE NEEDS ARE        *
002900*                   SPELLED OUT. RETURN-CODE 4 WHEN THE LAYOUT   *
003000*                   DIFFERS, 12 WHEN NOT RUN.                    *
003020*   10/15/26  MO    A PROPOSAL THAT CHANGES NO FIELD AND KEEPS   *
003040*                   THE RECORD LENGTH NOW REPORTS NO CONVERSION  *
003060*                   OR REGISTRY CHANGE REQUIRED, IN PLACE OF THE *
003080*                   DATA AND REGISTRY SECTIONS.                  *
003100*                                                                *
003200******************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT COPYBOOK-OLD ASSIGN TO CPYOLD
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100     SELECT COPYBOOK-NEW ASSIGN TO CPYNEW
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT IMPACT-CTL-FILE ASSIGN TO IMPCTL
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT REGISTRY-FILE ASSIGN TO LAYREG
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT XREF-IN-FILE ASSIGN TO FLDXREF
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT OPTIONAL INVENTORY-FILE ASSIGN TO IMPDSN
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT OPTIONAL GENERATION-FILE ASSIGN TO GENREG
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT OPTIONAL CATALOG-FILE ASSIGN TO ARCCATN
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT IMPACT-REPORT ASSIGN TO IMPRPT
005600         ORGANIZATION IS SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  COPYBOOK-OLD
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  COPYBOOK-OLD-REC            PIC X(80).
006200*
006300 FD  COPYBOOK-NEW
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  COPYBOOK-NEW-REC            PIC X(80).
006600*
006700*    ONE CONTROL CARD NAMES THE LAYOUT FAMILY ON THE LAYOUT
006800*    REGISTRY, THE COPYBOOK MEMBER AS WHEREUSE RECORDS IT, THE
006900*    REGISTRY MEMBER THE PROPOSAL WILL GO IN AS, THE DATE IT IS
007000*    TO TAKE EFFECT AND THE LAYOUT CHANGE REQUEST.
007100*
007200 FD  IMPACT-CTL-FILE.
007300 01  IMPACT-CTL-RECORD           PIC X(68).
007400*
007500 FD  REGISTRY-FILE.
007600 01  REGISTRY-RECORD.
007700     05  LR-LAYOUT-NAME          PIC X(08).
007800     05  LR-MEMBER-NAME          PIC X(10).
007900     05  LR-EFF-FROM-DATE        PIC 9(08).
008000     05  LR-EFF-TO-DATE          PIC 9(08).
008100         88  LR-STILL-CURRENT    VALUE ZERO.
008200*
008300 FD  XREF-IN-FILE.
008400 01  XREF-IN-RECORD.
008500     05  XR-PROGRAM              PIC X(30).
008600     05  XR-COPYBOOK             PIC X(30).
008700     05  XR-FIELD                PIC X(30).
008800     05  XR-OFFSET               PIC 9(05).
008900     05  XR-LENGTH               PIC 9(05).
009000*
009100*    THE DATASET INVENTORY: ONE CARD PER MASTER, EXTRACT OR
009200*    ARCHIVE WRITTEN IN A LAYOUT FAMILY, WITH ITS PRODUCING JOB.
009300*    A MASTER IS NAMED AS ON THE GENERATION REGISTRY AND AN
009400*    ARCHIVE AS ITS SOURCE ON THE ARCHIVE CATALOG.
009500*
009600 FD  INVENTORY-FILE.
009700 01  INVENTORY-RECORD.
009800     05  IV-LAYOUT-NAME          PIC X(08).
009900     05  IV-DATASET-TYPE         PIC X(01).
010000         88  IV-MASTER           VALUE 'M'.
010100         88  IV-EXTRACT          VALUE 'E'.
010200         88  IV-ARCHIVE          VALUE 'A'.
010300     05  IV-DATASET-NAME         PIC X(08).
010400     05  IV-JOB-NAME             PIC X(08).
010500*
010600 FD  GENERATION-FILE.
010700     COPY "GENREG.cpy".
010800*
010900 FD  CATALOG-FILE.
011000 01  CATALOG-RECORD.
011100     05  CG-SOURCE               PIC X(08).
011200     05  CG-UNIT-ID              PIC 9(08).
011300     05  CG-KEY-LOW              PIC X(20).
011400     05  CG-KEY-HIGH             PIC X(20).
011500     05  CG-DATE-LOW             PIC 9(08).
011600     05  CG-DATE-HIGH            PIC 9(08).
011700     05  CG-VOLUME               PIC X(06).
011800     05  CG-ARCHIVED-DATE        PIC 9(08).
011900     05  CG-RETENTION-YEARS      PIC 9(02).
012000     05  CG-PURGED-DATE          PIC 9(08).
012100*
012200 FD  IMPACT-REPORT.
012300 01  IMPACT-REPORT-RECORD.
012400     05  IR-CARRIAGE-CONTROL     PIC X(01).
012500     05  IR-PRINT-LINE           PIC X(132).
012600*
012700 WORKING-STORAGE SECTION.
012800*
012900 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
013000     88  WS-EOF                  VALUE 'Y'.
013100 01  WS-FILE-EOF-SWITCH          PIC X(01) VALUE 'N'.
013200     88  WS-FILE-EOF             VALUE 'Y'.
013300 01  WS-LOAD-SIDE                PIC X(01).
013400     88  WS-LOADING-OLD          VALUE 'O'.
013500     88  WS-LOADING-NEW          VALUE 'N'.
013600 01  WS-CONTROL-SWITCH           PIC X(01) VALUE 'N'.
013700     88  WS-CONTROL-READ         VALUE 'Y'.
013800 01  WS-PRODUCTION-SWITCH        PIC X(01) VALUE 'N'.
013900     88  WS-PRODUCTION-FOUND     VALUE 'Y'.
014000 01  WS-RUN-SWITCH               PIC X(01) VALUE 'N'.
014100     88  WS-RUN-ALLOWED          VALUE 'Y'.
014200 01  WS-RUN-DATE                 PIC 9(08).
014300*
014400 01  WS-CONTROL-CARD.
014500     05  CT-LAYOUT-NAME          PIC X(08) VALUE SPACES.
014600     05  CT-COPYBOOK-NAME        PIC X(30) VALUE SPACES.
014700     05  CT-NEW-MEMBER           PIC X(10) VALUE SPACES.
014800     05  CT-EFFECTIVE-DATE       PIC 9(08) VALUE ZERO.
014900     05  CT-CHANGE-REF           PIC X(12) VALUE SPACES.
015000 01  WS-NOT-RUN-REASON           PIC X(40) VALUE SPACES.
015100*
015200*    THE REGISTRY ENTRY STILL IN FORCE FOR THE LAYOUT FAMILY -
015300*    THE PRODUCTION VERSION THE PROPOSAL IS MEASURED AGAINST.
015400*
015500 01  WS-PROD-MEMBER              PIC X(10) VALUE SPACES.
015600 01  WS-PROD-FROM-DATE           PIC 9(08) VALUE ZERO.
015700 01  WS-CLOSE-DATE               PIC 9(08) VALUE ZERO.
015800*
015900*    ONE ITEM TABLE PER SIDE, IN THE SHAPE THE CPYDUMP
016000*    SCANNER BUILDS.  EACH PRODUCTION FIELD ALSO CARRIES WHAT
016100*    THE PROPOSAL DOES TO IT.
016200*
016300 01  EL-TABLE-MAX                PIC 9(03) COMP VALUE 200.
016400 01  EL-ENTRY-COUNT              PIC 9(03) COMP VALUE 0.
016500 01  EL-ITEM-TABLE.
016600     05  EL-ITEM-ENTRY OCCURS 200 TIMES.
016700         10  EL-NAME             PIC X(30).
016800         10  EL-TYPE             PIC X(01).
016900         10  EL-SIGNED-SW        PIC X(01).
017000             88  EL-SIGNED       VALUE 'S'.
017100         10  EL-DIGITS           PIC 9(04).
017200         10  EL-DECIMALS         PIC 9(02).
017300         10  EL-OFFSET           PIC 9(05).
017400         10  EL-LENGTH           PIC 9(05).
017500         10  EL-OCCURS           PIC 9(03).
017600*
017700 01  OL-ENTRY-COUNT              PIC 9(03) COMP VALUE 0.
017800 01  OL-LAYOUT-LENGTH            PIC 9(05) COMP VALUE 0.
017900 01  OL-ITEM-TABLE.
018000     05  OL-ITEM-ENTRY OCCURS 200 TIMES.
018100         10  OL-NAME             PIC X(30).
018200         10  OL-TYPE             PIC X(01).
018300         10  OL-SIGNED-SW        PIC X(01).
018400         10  OL-DIGITS           PIC 9(04).
018500         10  OL-DECIMALS         PIC 9(02).
018600         10  OL-OFFSET           PIC 9(05).
018700         10  OL-LENGTH           PIC 9(05).
018800         10  OL-OCCURS           PIC 9(03).
018900 01  OL-STATUS-TABLE.
019000     05  OL-STATUS OCCURS 200 TIMES PIC X(17).
019100*
019200 01  NW-ENTRY-COUNT              PIC 9(03) COMP VALUE 0.
019300 01  NW-LAYOUT-LENGTH            PIC 9(05) COMP VALUE 0.
019400 01  NW-ITEM-TABLE.
019500     05  NW-ITEM-ENTRY OCCURS 200 TIMES.
019600         10  NW-NAME             PIC X(30).
019700         10  NW-TYPE             PIC X(01).
019800         10  NW-SIGNED-SW        PIC X(01).
019900         10  NW-DIGITS           PIC 9(04).
020000         10  NW-DECIMALS         PIC 9(02).
020100         10  NW-OFFSET           PIC 9(05).
020200         10  NW-LENGTH           PIC 9(05).
020300         10  NW-OCCURS           PIC 9(03).
020400*
020500 01  WS-NW-SUB                   PIC 9(03) COMP.
020600 01  WS-OL-SUB                   PIC 9(03) COMP.
020700 01  WS-FIND-SUB                 PIC 9(03) COMP.
020800 01  WS-MATCH-SUB                PIC 9(03) COMP.
020900 01  WS-FIND-NAME                PIC X(30).
021000*
021100*    THE PROGRAMS FOUND REFERENCING AN AFFECTED FIELD, SO EACH
021200*    IS COUNTED ONCE HOWEVER MANY FIELDS IT USES.
021300*
021400 01  PG-TABLE-MAX                PIC 9(03) COMP VALUE 500.
021500 01  PG-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
021600 01  PG-TABLE.
021700     05  PG-PROGRAM OCCURS 500 TIMES PIC X(30).
021800 01  WS-PG-SUB                   PIC 9(03) COMP.
021900 01  WS-PG-MATCH-SUB             PIC 9(03) COMP.
022000*
022100*    THE INVENTORY ENTRIES FOR THIS LAYOUT FAMILY.  A MASTER
022200*    GATHERS THE GENERATIONS MADE SINCE THE PRODUCTION VERSION
022300*    TOOK EFFECT; AN ARCHIVE GATHERS ITS UNITS STILL HELD.
022400*
022500 01  DS-TABLE-MAX                PIC 9(03) COMP VALUE 100.
022600 01  DS-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
022700 01  DS-TABLE.
022800     05  DS-ENTRY OCCURS 100 TIMES.
022900         10  DS-TYPE             PIC X(01).
023000         10  DS-NAME             PIC X(08).
023100         10  DS-JOB-NAME         PIC X(08).
023200         10  DS-COUNT            PIC 9(05).
023300         10  DS-FIRST-GEN        PIC 9(05).
023400         10  DS-LAST-GEN         PIC 9(05).
023500         10  DS-LAST-RUN-DATE    PIC 9(08).
023600 01  WS-DS-SUB                   PIC 9(03) COMP.
023700 01  WS-DS-MATCH-SUB             PIC 9(03) COMP.
023800 01  WS-DS-KIND                  PIC X(01).
023900*
024000*    SCANNER WORK AREAS, AS IN CPYDUMP.
024100*
024200 01  ZZ-WORD-TABLE.
024300     05  ZZ-WORD                 OCCURS 20 TIMES PIC X(30).
024400 01  ZZ-WORD-COUNT               PIC 9(02) VALUE 0.
024500 01  ZZ-PTR                      PIC 9(03) VALUE 1.
024600 01  WS-STMT-TEXT                PIC X(260).
024700 01  WS-STMT-LEN                 PIC 9(03) COMP.
024800 01  WS-STMT-COMPLETE-SW         PIC X(01).
024900     88  WS-STMT-COMPLETE        VALUE 'Y'.
025000 01  WS-LAST-NB-POS              PIC 9(03) COMP.
025100 01  WS-NB-POS                   PIC 9(03) COMP.
025200 01  ZZ-SUB                      PIC 9(02).
025300 01  WS-LEVEL-NUMBER             PIC 9(02).
025400 01  WS-REDEF-SKIP-LEVEL         PIC 9(02) VALUE 0.
025500 01  WS-PIC-FOUND-SUB            PIC 9(02).
025600 01  EL-PIC-STRING               PIC X(20).
025700 01  EL-PIC-POS                  PIC 9(02).
025800 01  EL-PIC-CHAR                 PIC X(01).
025900 01  EL-ONE-DIGIT                PIC 9(01).
026000 01  EL-REPEAT-COUNT             PIC 9(03).
026100 01  WS-AFTER-V-SWITCH           PIC X(01).
026200     88  WS-AFTER-V              VALUE 'Y'.
026300 01  WS-CUR-TYPE                 PIC X(01).
026400 01  WS-CUR-SIGNED               PIC X(01).
026500 01  WS-CUR-DIGITS               PIC 9(04).
026600 01  WS-CUR-DECIMALS             PIC 9(02).
026700 01  WS-CUR-BYTES                PIC 9(04).
026800 01  WS-CUR-EDITED-SW            PIC X(01).
026900     88  WS-CUR-EDITED           VALUE 'Y'.
027000 01  WS-FLOAT-SEEN-SW            PIC X(01).
027100     88  WS-FLOAT-SEEN           VALUE 'Y'.
027200 01  WS-EXPLICIT-USAGE-SW        PIC X(01).
027300     88  WS-EXPLICIT-USAGE       VALUE 'Y'.
027400 01  WS-GROUP-USAGE-TYPE         PIC X(01) VALUE SPACE.
027500 01  WS-GROUP-USAGE-LEVEL        PIC 9(02) VALUE 0.
027600 01  WS-NEXT-OFFSET              PIC 9(05) VALUE 1.
027700*
027800*    COMPARISON WORK AREAS AND COUNTS.
027900*
028000 01  WS-SHAPE-CHANGED-SW         PIC X(01).
028100     88  WS-SHAPE-CHANGED        VALUE 'Y'.
028120 01  WS-LAYOUT-CHANGED-SW        PIC X(01) VALUE 'N'.
028140     88  WS-LAYOUT-CHANGED       VALUE 'Y'.
028200 01  WS-OFFSET-SHIFT             PIC S9(05).
028300 01  WS-FIELDS-CHANGED           PIC 9(05) VALUE 0.
028400 01  WS-FIELDS-MOVED             PIC 9(05) VALUE 0.
028500 01  WS-FIELDS-REMOVED           PIC 9(05) VALUE 0.
028600 01  WS-FIELDS-ADDED             PIC 9(05) VALUE 0.
028700 01  WS-REFS-AFFECTED            PIC 9(07) VALUE 0.
028800 01  WS-DATASETS-AFFECTED        PIC 9(05) VALUE 0.
028900 01  WS-ARCHIVE-UNITS            PIC 9(07) VALUE 0.
029000 01  WS-EDIT-LENGTH-OLD          PIC 9(05).
029100 01  WS-EDIT-LENGTH-NEW          PIC 9(05).
029200 01  WS-EDIT-COUNT               PIC 9(05).
029300 01  WS-EDIT-UNIT-COUNT          PIC 9(07).
029400 01  WS-EDIT-OCCURS              PIC 9(03).
029500 01  WS-SHAPE-TEXT               PIC X(14).
029600 01  WS-SHAPE-PTR                PIC 9(02) COMP.
029700*
029800*    PREVIOUS-DAY WORK AREAS, FOR THE CLOSING DATE OF THE
029900*    PRODUCTION VERSION'S REGISTRY ENTRY.
030000*
030100 01  WS-DATE-WORK.
030200     05  WS-DW-YYYY              PIC 9(04).
030300     05  WS-DW-MM                PIC 9(02).
030400     05  WS-DW-DD                PIC 9(02).
030500 01  WS-MONTH-DAYS               PIC 9(02).
030600 01  WS-LEAP-QUOTIENT            PIC 9(04).
030700 01  WS-LEAP-REMAINDER           PIC 9(03).
030800 01  WS-MONTH-DAYS-VALUES        PIC X(24)
030900         VALUE '312831303130313130313031'.
031000 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
031100     05  WS-MONTH-DAYS-ENTRY     PIC 9(02) OCCURS 12 TIMES.
031200*
031300 01  WS-REPORT-HEADING.
031400     05  FILLER                  PIC X(49) VALUE
031500         'CPYIMPCT - COPYBOOK CHANGE IMPACT REPORT     RUN '.
031600     05  RH-RUN-DATE             PIC 9(08).
031700     05  FILLER                  PIC X(75) VALUE SPACES.
031800*
031900 01  WS-REPORT-TEXT-LINE.
032000     05  RT-TEXT                 PIC X(132).
032100*
032200 01  WS-FIELD-COLUMNS.
032300     05  FILLER                  PIC X(44) VALUE
032400         'FIELD                          STATUS       '.
032500     05  FILLER                  PIC X(44) VALUE
032600         '      OLD-OFF OLD-LEN OLD-SHAPE      NEW-OFF'.
032700     05  FILLER                  PIC X(44) VALUE
032800         ' NEW-LEN NEW-SHAPE        SHIFT             '.
032900*
033000 01  WS-FIELD-LINE.
033100     05  FC-NAME                 PIC X(30).
033200     05  FILLER                  PIC X(01) VALUE SPACES.
033300     05  FC-STATUS               PIC X(17).
033400     05  FILLER                  PIC X(04) VALUE SPACES.
033500     05  FC-OLD-OFFSET           PIC ZZZZ9 BLANK WHEN ZERO.
033600     05  FILLER                  PIC X(03) VALUE SPACES.
033700     05  FC-OLD-LENGTH           PIC ZZZZ9 BLANK WHEN ZERO.
033800     05  FILLER                  PIC X(01) VALUE SPACES.
033900     05  FC-OLD-SHAPE            PIC X(14).
034000     05  FILLER                  PIC X(03) VALUE SPACES.
034100     05  FC-NEW-OFFSET           PIC ZZZZ9 BLANK WHEN ZERO.
034200     05  FILLER                  PIC X(03) VALUE SPACES.
034300     05  FC-NEW-LENGTH           PIC ZZZZ9 BLANK WHEN ZERO.
034400     05  FILLER                  PIC X(01) VALUE SPACES.
034500     05  FC-NEW-SHAPE            PIC X(14).
034600     05  FILLER                  PIC X(02) VALUE SPACES.
034700     05  FC-SHIFT                PIC X(06).
034800     05  FC-SHIFT-EDIT REDEFINES FC-SHIFT
034900                                 PIC +(5)9.
035000     05  FILLER                  PIC X(13) VALUE SPACES.
035100*
035200 01  WS-PROGRAM-COLUMNS.
035300     05  FILLER                  PIC X(44) VALUE
035400         'PROGRAM                        FIELD        '.
035500     05  FILLER                  PIC X(44) VALUE
035600         '                  STATUS            OFFSET  '.
035700     05  FILLER                  PIC X(44) VALUE
035800         'ACTION                                      '.
035900*
036000 01  WS-PROGRAM-LINE.
036100     05  PL-PROGRAM              PIC X(30).
036200     05  FILLER                  PIC X(01) VALUE SPACES.
036300     05  PL-FIELD                PIC X(30).
036400     05  FILLER                  PIC X(01) VALUE SPACES.
036500     05  PL-STATUS               PIC X(17).
036600     05  FILLER                  PIC X(02) VALUE SPACES.
036700     05  PL-OFFSET               PIC ZZZZ9.
036800     05  FILLER                  PIC X(02) VALUE SPACES.
036900     05  PL-ACTION               PIC X(30).
037000     05  FILLER                  PIC X(14) VALUE SPACES.
037100*
037200 PROCEDURE DIVISION.
037300*
037400 0000-MAINLINE.
037500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
037600     PERFORM 1000-LOAD-BOTH-LAYOUTS
037700     PERFORM 1500-READ-CONTROL-CARD
037800     PERFORM 1600-FIND-PRODUCTION-VERSION
037900     PERFORM 1700-CHECK-THE-REQUEST
038000     OPEN OUTPUT IMPACT-REPORT
038100     PERFORM 1800-PRINT-REPORT-HEADING
038200     IF WS-RUN-ALLOWED
038300         PERFORM 2000-COMPARE-LAYOUTS
038400         PERFORM 3000-LIST-REFERENCING-PROGRAMS
038450         IF WS-LAYOUT-CHANGED
038500             PERFORM 4000-LIST-WRITTEN-DATA
038600             PERFORM 5000-PRINT-REGISTRY-CHANGE
038620         ELSE
038640             MOVE 'NO CONVERSION OR REGISTRY CHANGE REQUIRED'
038660                 TO RT-TEXT
038680             PERFORM 1880-WRITE-SECTION-LINE
038690         END-IF
038700         PERFORM 6000-PRINT-TOTALS
038800     ELSE
038900         DISPLAY 'CPYIMPCT - NOT RUN: ' WS-NOT-RUN-REASON
039000         MOVE 12 TO RETURN-CODE
039100     END-IF
039200     DISPLAY 'CPYIMPCT - FIELDS CHANGED:     ' WS-FIELDS-CHANGED
039300     DISPLAY 'CPYIMPCT - FIELDS MOVED:       ' WS-FIELDS-MOVED
039400     DISPLAY 'CPYIMPCT - FIELDS REMOVED:     ' WS-FIELDS-REMOVED
039500     DISPLAY 'CPYIMPCT - FIELDS ADDED:       ' WS-FIELDS-ADDED
039600     DISPLAY 'CPYIMPCT - PROGRAMS AFFECTED:  ' PG-TABLE-COUNT
039700     DISPLAY 'CPYIMPCT - DATASETS AFFECTED:  '
039800         WS-DATASETS-AFFECTED
039900     IF RETURN-CODE < 4
040000         AND WS-LAYOUT-CHANGED
040500         MOVE 4 TO RETURN-CODE
040600     END-IF
040700     PERFORM 9999-EXIT.
040800*
040900 1000-LOAD-BOTH-LAYOUTS.
041000     MOVE 'O' TO WS-LOAD-SIDE
041100     MOVE 0 TO EL-ENTRY-COUNT
041200     MOVE 1 TO WS-NEXT-OFFSET
041300     MOVE 'N' TO WS-EOF-SWITCH
041400     OPEN INPUT COPYBOOK-OLD
041500     PERFORM 1190-READ-NEXT-LINE
041600     PERFORM 1100-SCAN-ONE-LINE
041700         UNTIL WS-EOF
041800     CLOSE COPYBOOK-OLD
041900     MOVE EL-ITEM-TABLE TO OL-ITEM-TABLE
042000     MOVE EL-ENTRY-COUNT TO OL-ENTRY-COUNT
042100     COMPUTE OL-LAYOUT-LENGTH = WS-NEXT-OFFSET - 1
042200     MOVE 'N' TO WS-LOAD-SIDE
042300     MOVE 0 TO EL-ENTRY-COUNT
042400     MOVE 1 TO WS-NEXT-OFFSET
042500     MOVE 0 TO WS-REDEF-SKIP-LEVEL
042600     MOVE 0 TO WS-GROUP-USAGE-LEVEL
042700     MOVE SPACE TO WS-GROUP-USAGE-TYPE
042800     MOVE 'N' TO WS-EOF-SWITCH
042900     OPEN INPUT COPYBOOK-NEW
043000     PERFORM 1190-READ-NEXT-LINE
043100     PERFORM 1100-SCAN-ONE-LINE
043200         UNTIL WS-EOF
043300     CLOSE COPYBOOK-NEW
043400     MOVE EL-ITEM-TABLE TO NW-ITEM-TABLE
043500     MOVE EL-ENTRY-COUNT TO NW-ENTRY-COUNT
043600     COMPUTE NW-LAYOUT-LENGTH = WS-NEXT-OFFSET - 1.
043700*
043800*    THE SCANNER BELOW IS THE CPYDUMP/ELEMLEN SCANNER; THE
043900*    ONLY DIFFERENCE IS THE READ SWITCHES BETWEEN THE OLD AND
044000*    NEW COPYBOOK FILES.
044100*
044200 1100-SCAN-ONE-LINE.
044300     IF WS-STMT-TEXT (1:1) = '*'
044400         OR WS-STMT-TEXT = SPACES
044500         PERFORM 1190-READ-NEXT-LINE
044600     ELSE
044700         MOVE 65 TO WS-STMT-LEN
044800         PERFORM 1180-TEST-STMT-COMPLETE
044900         PERFORM 1150-EXTEND-THE-STATEMENT
045000             UNTIL WS-STMT-COMPLETE OR WS-EOF
045100                 OR WS-STMT-LEN > 190
045200         INSPECT WS-STMT-TEXT CONVERTING
045300             'abcdefghijklmnopqrstuvwxyz' TO
045400             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
045500         IF WS-LAST-NB-POS > 0
045600             AND WS-STMT-TEXT (WS-LAST-NB-POS:1) = '.'
045700             MOVE SPACE TO WS-STMT-TEXT (WS-LAST-NB-POS:1)
045800         END-IF
045900         PERFORM 1200-TOKENIZE-LINE
046000         IF ZZ-WORD-COUNT > 1
046100             AND ZZ-WORD (1) (1:1) IS NUMERIC
046200             PERFORM 1300-CLASSIFY-ONE-ITEM
046300         END-IF
046400         PERFORM 1190-READ-NEXT-LINE
046500     END-IF.
046600*
046700 1150-EXTEND-THE-STATEMENT.
046800     PERFORM 1195-READ-RAW-LINE
046900     PERFORM 1180-TEST-STMT-COMPLETE.
047000*
047100 1180-TEST-STMT-COMPLETE.
047200     MOVE 'N' TO WS-STMT-COMPLETE-SW
047300     MOVE 0 TO WS-LAST-NB-POS
047400     PERFORM 1185-FIND-ONE-NONBLANK
047500         VARYING WS-NB-POS FROM 1 BY 1
047600         UNTIL WS-NB-POS > 260
047700     IF WS-LAST-NB-POS > 0
047800         AND WS-STMT-TEXT (WS-LAST-NB-POS:1) = '.'
047900         MOVE 'Y' TO WS-STMT-COMPLETE-SW
048000     END-IF.
048100*
048200 1185-FIND-ONE-NONBLANK.
048300     IF WS-STMT-TEXT (WS-NB-POS:1) NOT = SPACE
048400         MOVE WS-NB-POS TO WS-LAST-NB-POS
048500     END-IF.
048600*
048700*    A FRESH STATEMENT STARTS FROM THE LINE JUST READ; A
048800*    CONTINUATION APPENDS THE NEXT LINE'S AREA-B TEXT.
048900*
049000 1190-READ-NEXT-LINE.
049100     MOVE SPACES TO WS-STMT-TEXT
049200     IF WS-LOADING-OLD
049300         READ COPYBOOK-OLD
049400             AT END MOVE 'Y' TO WS-EOF-SWITCH
049500             NOT AT END
049600                 IF COPYBOOK-OLD-REC (7:1) = '*'
049700                     MOVE '*' TO WS-STMT-TEXT (1:1)
049800                 ELSE
049900                     MOVE COPYBOOK-OLD-REC (8:65)
050000                         TO WS-STMT-TEXT (1:65)
050100                 END-IF
050200         END-READ
050300     ELSE
050400         READ COPYBOOK-NEW
050500             AT END MOVE 'Y' TO WS-EOF-SWITCH
050600             NOT AT END
050700                 IF COPYBOOK-NEW-REC (7:1) = '*'
050800                     MOVE '*' TO WS-STMT-TEXT (1:1)
050900                 ELSE
051000                     MOVE COPYBOOK-NEW-REC (8:65)
051100                         TO WS-STMT-TEXT (1:65)
051200                 END-IF
051300         END-READ
051400     END-IF.
051500*
051600 1195-READ-RAW-LINE.
051700     IF WS-LOADING-OLD
051800         READ COPYBOOK-OLD
051900             AT END MOVE 'Y' TO WS-EOF-SWITCH
052000             NOT AT END
052100                 IF COPYBOOK-OLD-REC (7:1) NOT = '*'
052200                     AND COPYBOOK-OLD-REC NOT = SPACES
052300                     STRING WS-STMT-TEXT (1:WS-STMT-LEN) ' '
052400                         COPYBOOK-OLD-REC (8:65)
052500                         DELIMITED BY SIZE INTO WS-STMT-TEXT
052600                     ADD 66 TO WS-STMT-LEN
052700                 END-IF
052800         END-READ
052900     ELSE
053000         READ COPYBOOK-NEW
053100             AT END MOVE 'Y' TO WS-EOF-SWITCH
053200             NOT AT END
053300                 IF COPYBOOK-NEW-REC (7:1) NOT = '*'
053400                     AND COPYBOOK-NEW-REC NOT = SPACES
053500                     STRING WS-STMT-TEXT (1:WS-STMT-LEN) ' '
053600                         COPYBOOK-NEW-REC (8:65)
053700                         DELIMITED BY SIZE INTO WS-STMT-TEXT
053800                     ADD 66 TO WS-STMT-LEN
053900                 END-IF
054000         END-READ
054100     END-IF.
054200*
054300 1200-TOKENIZE-LINE.
054400     MOVE 0 TO ZZ-WORD-COUNT
054500     MOVE 1 TO ZZ-PTR
054600     PERFORM 1250-EXTRACT-WORD
054700         UNTIL ZZ-PTR > 260 OR ZZ-WORD-COUNT = 20.
054800*
054900 1250-EXTRACT-WORD.
055000     UNSTRING WS-STMT-TEXT (1:260) DELIMITED BY ALL SPACES
055100         INTO ZZ-WORD (ZZ-WORD-COUNT + 1)
055200         WITH POINTER ZZ-PTR
055300     IF ZZ-WORD (ZZ-WORD-COUNT + 1) NOT = SPACES
055400         ADD 1 TO ZZ-WORD-COUNT
055500     END-IF.
055600*
055700 1300-CLASSIFY-ONE-ITEM.
055800     MOVE ZZ-WORD (1) (1:2) TO WS-LEVEL-NUMBER
055900     IF WS-LEVEL-NUMBER = 88
056000         CONTINUE
056100     ELSE
056200         IF WS-REDEF-SKIP-LEVEL > 0
056300             AND WS-LEVEL-NUMBER > WS-REDEF-SKIP-LEVEL
056400             CONTINUE
056500         ELSE
056600             MOVE 0 TO WS-REDEF-SKIP-LEVEL
056700             PERFORM 1400-TAKE-ONE-DATA-ITEM
056800         END-IF
056900     END-IF.
057000*
057100 1400-TAKE-ONE-DATA-ITEM.
057200     IF WS-GROUP-USAGE-LEVEL > 0
057300         AND WS-LEVEL-NUMBER NOT > WS-GROUP-USAGE-LEVEL
057400         MOVE 0 TO WS-GROUP-USAGE-LEVEL
057500         MOVE SPACE TO WS-GROUP-USAGE-TYPE
057600     END-IF
057700     PERFORM 1410-SCAN-FOR-REDEFINES
057800         VARYING ZZ-SUB FROM 1 BY 1
057900         UNTIL ZZ-SUB > ZZ-WORD-COUNT
058000     IF WS-REDEF-SKIP-LEVEL = WS-LEVEL-NUMBER
058100         CONTINUE
058200     ELSE
058300         MOVE 0 TO WS-PIC-FOUND-SUB
058400         PERFORM 1420-SCAN-FOR-PIC
058500             VARYING ZZ-SUB FROM 1 BY 1
058600             UNTIL ZZ-SUB > ZZ-WORD-COUNT
058700         IF WS-PIC-FOUND-SUB > 0
058800             PERFORM 1430-ADD-ELEMENTARY-ITEM
058900         ELSE
059000             PERFORM 1415-NOTE-GROUP-USAGE
059100         END-IF
059200     END-IF.
059300*
059400 1410-SCAN-FOR-REDEFINES.
059500     IF ZZ-WORD (ZZ-SUB) = 'REDEFINES'
059600         MOVE WS-LEVEL-NUMBER TO WS-REDEF-SKIP-LEVEL
059700     END-IF.
059800*
059900 1415-NOTE-GROUP-USAGE.
060000     PERFORM 1416-SCAN-ONE-GROUP-WORD
060100         VARYING ZZ-SUB FROM 1 BY 1
060200         UNTIL ZZ-SUB > ZZ-WORD-COUNT.
060300*
060400 1416-SCAN-ONE-GROUP-WORD.
060500     EVALUATE ZZ-WORD (ZZ-SUB)
060600         WHEN 'COMP-3'
060700         WHEN 'COMPUTATIONAL-3'
060800         WHEN 'PACKED-DECIMAL'
060900             MOVE 'P' TO WS-GROUP-USAGE-TYPE
061000             MOVE WS-LEVEL-NUMBER TO WS-GROUP-USAGE-LEVEL
061100         WHEN 'COMP'
061200         WHEN 'COMP-4'
061300         WHEN 'COMP-5'
061400         WHEN 'BINARY'
061500             MOVE 'B' TO WS-GROUP-USAGE-TYPE
061600             MOVE WS-LEVEL-NUMBER TO WS-GROUP-USAGE-LEVEL
061700         WHEN OTHER
061800             CONTINUE
061900     END-EVALUATE.
062000*
062100 1420-SCAN-FOR-PIC.
062200     IF ZZ-WORD (ZZ-SUB) = 'PIC' OR ZZ-WORD (ZZ-SUB) = 'PICTURE'
062300         MOVE ZZ-SUB TO WS-PIC-FOUND-SUB
062400     END-IF.
062500*
062600 1430-ADD-ELEMENTARY-ITEM.
062700     IF EL-ENTRY-COUNT >= EL-TABLE-MAX
062800         CONTINUE
062900     ELSE
063000         MOVE SPACES TO EL-PIC-STRING
063100         MOVE ZZ-WORD (WS-PIC-FOUND-SUB + 1) TO EL-PIC-STRING
063200         PERFORM 1440-PARSE-PIC-STRING
063300         ADD 1 TO EL-ENTRY-COUNT
063400         MOVE ZZ-WORD (2) TO EL-NAME (EL-ENTRY-COUNT)
063500         MOVE WS-CUR-TYPE TO EL-TYPE (EL-ENTRY-COUNT)
063600         MOVE WS-CUR-SIGNED TO EL-SIGNED-SW (EL-ENTRY-COUNT)
063700         MOVE WS-CUR-DIGITS TO EL-DIGITS (EL-ENTRY-COUNT)
063800         MOVE WS-CUR-DECIMALS TO EL-DECIMALS (EL-ENTRY-COUNT)
063900         MOVE 1 TO EL-OCCURS (EL-ENTRY-COUNT)
064000         PERFORM 1450-APPLY-USAGE-AND-OCCURS
064100         PERFORM 1460-COMPUTE-LENGTH
064200         MOVE WS-NEXT-OFFSET TO EL-OFFSET (EL-ENTRY-COUNT)
064300         COMPUTE WS-NEXT-OFFSET = WS-NEXT-OFFSET
064400             + EL-LENGTH (EL-ENTRY-COUNT)
064500                 * EL-OCCURS (EL-ENTRY-COUNT)
064600     END-IF.
064700*
064800 1440-PARSE-PIC-STRING.
064900     MOVE 'X' TO WS-CUR-TYPE
065000     MOVE ' ' TO WS-CUR-SIGNED
065100     MOVE 0 TO WS-CUR-DIGITS
065200     MOVE 0 TO WS-CUR-DECIMALS
065300     MOVE 'N' TO WS-AFTER-V-SWITCH
065400     MOVE 0 TO WS-CUR-BYTES
065500     MOVE 'N' TO WS-CUR-EDITED-SW
065600     MOVE 'N' TO WS-FLOAT-SEEN-SW
065700     PERFORM 1445-PARSE-ONE-PIC-CHAR
065800         VARYING EL-PIC-POS FROM 1 BY 1
065900         UNTIL EL-PIC-POS > 20
066000             OR EL-PIC-STRING (EL-PIC-POS:1) = SPACE
066100     IF WS-CUR-EDITED
066200         MOVE 'E' TO WS-CUR-TYPE
066300     END-IF.
066400*
066500 1445-PARSE-ONE-PIC-CHAR.
066600     MOVE EL-PIC-STRING (EL-PIC-POS:1) TO EL-PIC-CHAR
066700     EVALUATE EL-PIC-CHAR
066800         WHEN 'S'
066900             MOVE 'S' TO WS-CUR-SIGNED
067000         WHEN 'V'
067100             MOVE 'Y' TO WS-AFTER-V-SWITCH
067200         WHEN '9'
067300             IF WS-CUR-TYPE = 'X'
067400                 MOVE 'Z' TO WS-CUR-TYPE
067500             END-IF
067600             PERFORM 1446-COUNT-REPEATED-CHAR
067700         WHEN 'X'
067800         WHEN 'A'
067900             MOVE 'X' TO WS-CUR-TYPE
068000             PERFORM 1446-COUNT-REPEATED-CHAR
068100         WHEN 'Z'
068200         WHEN '*'
068300             MOVE 'Y' TO WS-CUR-EDITED-SW
068400             PERFORM 1446-COUNT-REPEATED-CHAR
068500         WHEN '-'
068600         WHEN '+'
068700         WHEN '$'
068800             MOVE 'Y' TO WS-CUR-EDITED-SW
068900             PERFORM 1446-COUNT-REPEATED-CHAR
069000             IF NOT WS-FLOAT-SEEN
069100                 SUBTRACT 1 FROM WS-CUR-DIGITS
069200                 MOVE 'Y' TO WS-FLOAT-SEEN-SW
069300             END-IF
069400         WHEN '.'
069500             MOVE 'Y' TO WS-CUR-EDITED-SW
069600             MOVE 'Y' TO WS-AFTER-V-SWITCH
069700             ADD 1 TO WS-CUR-BYTES
069800         WHEN ','
069900         WHEN 'B'
070000         WHEN '0'
070100         WHEN '/'
070200             MOVE 'Y' TO WS-CUR-EDITED-SW
070300             PERFORM 1449-COUNT-INSERT-CHAR
070400         WHEN OTHER
070500             CONTINUE
070600     END-EVALUATE.
070700*
070800 1446-COUNT-REPEATED-CHAR.
070900     IF EL-PIC-POS < 20
071000         AND EL-PIC-STRING (EL-PIC-POS + 1:1) = '('
071100         PERFORM 1447-READ-REPEAT-COUNT
071200     ELSE
071300         MOVE 1 TO EL-REPEAT-COUNT
071400     END-IF
071500     IF WS-AFTER-V
071600         ADD EL-REPEAT-COUNT TO WS-CUR-DECIMALS
071700     END-IF
071800     ADD EL-REPEAT-COUNT TO WS-CUR-DIGITS
071900     ADD EL-REPEAT-COUNT TO WS-CUR-BYTES.
072000*
072100 1447-READ-REPEAT-COUNT.
072200     ADD 2 TO EL-PIC-POS
072300     MOVE 0 TO EL-REPEAT-COUNT
072400     PERFORM 1448-ACCUMULATE-ONE-DIGIT
072500         UNTIL EL-PIC-STRING (EL-PIC-POS:1) = ')'.
072600*
072700 1448-ACCUMULATE-ONE-DIGIT.
072800     MOVE EL-PIC-STRING (EL-PIC-POS:1) TO EL-ONE-DIGIT
072900     COMPUTE EL-REPEAT-COUNT = EL-REPEAT-COUNT * 10
073000         + EL-ONE-DIGIT
073100     ADD 1 TO EL-PIC-POS.
073200*
073300 1449-COUNT-INSERT-CHAR.
073400     IF EL-PIC-POS < 20
073500         AND EL-PIC-STRING (EL-PIC-POS + 1:1) = '('
073600         PERFORM 1447-READ-REPEAT-COUNT
073700     ELSE
073800         MOVE 1 TO EL-REPEAT-COUNT
073900     END-IF
074000     ADD EL-REPEAT-COUNT TO WS-CUR-BYTES.
074100*
074200 1450-APPLY-USAGE-AND-OCCURS.
074300     MOVE 'N' TO WS-EXPLICIT-USAGE-SW
074400     PERFORM 1455-SCAN-ONE-CLAUSE-WORD
074500         VARYING ZZ-SUB FROM 1 BY 1
074600         UNTIL ZZ-SUB > ZZ-WORD-COUNT
074700     IF NOT WS-EXPLICIT-USAGE
074800         AND WS-GROUP-USAGE-LEVEL > 0
074900         AND WS-LEVEL-NUMBER > WS-GROUP-USAGE-LEVEL
075000         AND EL-TYPE (EL-ENTRY-COUNT) = 'Z'
075100         MOVE WS-GROUP-USAGE-TYPE TO EL-TYPE (EL-ENTRY-COUNT)
075200     END-IF.
075300*
075400 1455-SCAN-ONE-CLAUSE-WORD.
075500     EVALUATE ZZ-WORD (ZZ-SUB)
075600         WHEN 'COMP-3'
075700         WHEN 'COMPUTATIONAL-3'
075800         WHEN 'PACKED-DECIMAL'
075900             MOVE 'P' TO EL-TYPE (EL-ENTRY-COUNT)
076000             MOVE 'Y' TO WS-EXPLICIT-USAGE-SW
076100         WHEN 'COMP'
076200         WHEN 'COMP-4'
076300         WHEN 'COMP-5'
076400         WHEN 'BINARY'
076500             MOVE 'B' TO EL-TYPE (EL-ENTRY-COUNT)
076600             MOVE 'Y' TO WS-EXPLICIT-USAGE-SW
076700         WHEN 'DISPLAY'
076800             MOVE 'Y' TO WS-EXPLICIT-USAGE-SW
076900         WHEN 'OCCURS'
077000             IF ZZ-SUB < ZZ-WORD-COUNT
077100                 AND ZZ-WORD (ZZ-SUB + 1) (1:1) IS NUMERIC
077200                 MOVE ZZ-WORD (ZZ-SUB + 1) (1:3)
077300                     TO EL-OCCURS (EL-ENTRY-COUNT)
077400             END-IF
077500         WHEN OTHER
077600             CONTINUE
077700     END-EVALUATE.
077800*
077900 1460-COMPUTE-LENGTH.
078000     EVALUATE EL-TYPE (EL-ENTRY-COUNT)
078100         WHEN 'P'
078200             COMPUTE EL-LENGTH (EL-ENTRY-COUNT) =
078300                 (EL-DIGITS (EL-ENTRY-COUNT) / 2) + 1
078400         WHEN 'B'
078500             EVALUATE TRUE
078600                 WHEN EL-DIGITS (EL-ENTRY-COUNT) < 5
078700                     MOVE 2 TO EL-LENGTH (EL-ENTRY-COUNT)
078800                 WHEN EL-DIGITS (EL-ENTRY-COUNT) < 10
078900                     MOVE 4 TO EL-LENGTH (EL-ENTRY-COUNT)
079000                 WHEN OTHER
079100                     MOVE 8 TO EL-LENGTH (EL-ENTRY-COUNT)
079200             END-EVALUATE
079300         WHEN 'E'
079400             MOVE WS-CUR-BYTES
079500                 TO EL-LENGTH (EL-ENTRY-COUNT)
079600         WHEN OTHER
079700             MOVE EL-DIGITS (EL-ENTRY-COUNT)
079800                 TO EL-LENGTH (EL-ENTRY-COUNT)
079900     END-EVALUATE.
080000*
080100 1500-READ-CONTROL-CARD.
080200     OPEN INPUT IMPACT-CTL-FILE
080300     READ IMPACT-CTL-FILE INTO WS-CONTROL-CARD
080400         AT END MOVE 'N' TO WS-CONTROL-SWITCH
080500         NOT AT END MOVE 'Y' TO WS-CONTROL-SWITCH
080600     END-READ
080700     CLOSE IMPACT-CTL-FILE.
080800*
080900*    THE PRODUCTION VERSION IS THE FAMILY'S REGISTRY ENTRY WITH
081000*    NO CLOSING DATE, AS LAYRESLV RESOLVES TODAY'S FILES.
081100*
081200 1600-FIND-PRODUCTION-VERSION.
081300     MOVE 'N' TO WS-FILE-EOF-SWITCH
081400     OPEN INPUT REGISTRY-FILE
081500     READ REGISTRY-FILE
081600         AT END MOVE 'Y' TO WS-FILE-EOF-SWITCH
081700     END-READ
081800     PERFORM 1610-CHECK-ONE-REGISTRY-ENTRY
081900         UNTIL WS-FILE-EOF
082000     CLOSE REGISTRY-FILE.
082100*
082200 1610-CHECK-ONE-REGISTRY-ENTRY.
082300     IF LR-LAYOUT-NAME = CT-LAYOUT-NAME
082400         AND LR-STILL-CURRENT
082500         MOVE 'Y' TO WS-PRODUCTION-SWITCH
082600         MOVE LR-MEMBER-NAME   TO WS-PROD-MEMBER
082700         MOVE LR-EFF-FROM-DATE TO WS-PROD-FROM-DATE
082800     END-IF
082900     READ REGISTRY-FILE
083000         AT END MOVE 'Y' TO WS-FILE-EOF-SWITCH
083100     END-READ.
083200*
083300 1700-CHECK-THE-REQUEST.
083400     EVALUATE TRUE
083500         WHEN NOT WS-CONTROL-READ
083600             MOVE 'NO CONTROL CARD' TO WS-NOT-RUN-REASON
083700         WHEN NOT WS-PRODUCTION-FOUND
083800             MOVE 'NO CURRENT REGISTRY ENTRY FOR THE LAYOUT'
083900                 TO WS-NOT-RUN-REASON
084000         WHEN CT-NEW-MEMBER = SPACES
084100             OR CT-NEW-MEMBER = WS-PROD-MEMBER
084200             MOVE 'PROPOSED MEMBER BLANK OR ALREADY IN USE'
084300                 TO WS-NOT-RUN-REASON
084400         WHEN CT-EFFECTIVE-DATE NOT NUMERIC
084500             OR CT-EFFECTIVE-DATE NOT > WS-PROD-FROM-DATE
084600             MOVE 'EFFECTIVE DATE NOT AFTER PRODUCTION'
084700                 TO WS-NOT-RUN-REASON
084800         WHEN OL-ENTRY-COUNT = ZERO
084900             MOVE 'NO FIELDS IN THE PRODUCTION COPYBOOK'
085000                 TO WS-NOT-RUN-REASON
085100         WHEN NW-ENTRY-COUNT = ZERO
085200             MOVE 'NO FIELDS IN THE PROPOSED COPYBOOK'
085300                 TO WS-NOT-RUN-REASON
085400         WHEN OTHER
085500             MOVE 'Y' TO WS-RUN-SWITCH
085600     END-EVALUATE.
085700*
085800 1800-PRINT-REPORT-HEADING.
085900     MOVE WS-RUN-DATE TO RH-RUN-DATE
086000     MOVE '1' TO IR-CARRIAGE-CONTROL
086100     MOVE WS-REPORT-HEADING TO IR-PRINT-LINE
086200     WRITE IMPACT-REPORT-RECORD
086300     MOVE SPACES TO RT-TEXT
086400     STRING 'CHANGE REF    ' CT-CHANGE-REF
086500         DELIMITED BY SIZE INTO RT-TEXT
086600     PERFORM 1890-WRITE-TEXT-LINE
086700     MOVE SPACES TO RT-TEXT
086800     STRING 'LAYOUT        ' CT-LAYOUT-NAME
086900         '   COPYBOOK ' CT-COPYBOOK-NAME
087000         DELIMITED BY SIZE INTO RT-TEXT
087100     PERFORM 1890-WRITE-TEXT-LINE
087200     MOVE OL-LAYOUT-LENGTH TO WS-EDIT-LENGTH-OLD
087300     MOVE NW-LAYOUT-LENGTH TO WS-EDIT-LENGTH-NEW
087400     MOVE SPACES TO RT-TEXT
087500     STRING 'PRODUCTION    ' WS-PROD-MEMBER
087600         ' EFFECTIVE FROM ' WS-PROD-FROM-DATE
087700         '   RECORD LENGTH ' WS-EDIT-LENGTH-OLD
087800         DELIMITED BY SIZE INTO RT-TEXT
087900     PERFORM 1890-WRITE-TEXT-LINE
088000     MOVE SPACES TO RT-TEXT
088100     STRING 'PROPOSED      ' CT-NEW-MEMBER
088200         ' EFFECTIVE FROM ' CT-EFFECTIVE-DATE
088300         '   RECORD LENGTH ' WS-EDIT-LENGTH-NEW
088400         DELIMITED BY SIZE INTO RT-TEXT
088500     PERFORM 1890-WRITE-TEXT-LINE
088600     IF NOT WS-RUN-ALLOWED
088700         MOVE SPACES TO RT-TEXT
088800         STRING 'NOT RUN - ' WS-NOT-RUN-REASON
088900             DELIMITED BY SIZE INTO RT-TEXT
089000         PERFORM 1880-WRITE-SECTION-LINE
089100     END-IF.
089200*
089300 1880-WRITE-SECTION-LINE.
089400     MOVE '0' TO IR-CARRIAGE-CONTROL
089500     MOVE WS-REPORT-TEXT-LINE TO IR-PRINT-LINE
089600     WRITE IMPACT-REPORT-RECORD.
089700*
089800 1890-WRITE-TEXT-LINE.
089900     MOVE ' ' TO IR-CARRIAGE-CONTROL
090000     MOVE WS-REPORT-TEXT-LINE TO IR-PRINT-LINE
090100     WRITE IMPACT-REPORT-RECORD.
090200*
090300******************************************************************
090400*    PART 1 - FIELD CHANGES.  EVERY PRODUCTION FIELD IS LOOKED   *
090500*    UP BY NAME IN THE PROPOSAL: GONE IS REMOVED, A DIFFERENT    *
090600*    PICTURE, USAGE OR OCCURS IS CHANGED, A DIFFERENT OFFSET IS  *
090700*    MOVED.  PROPOSED FIELDS NOT IN PRODUCTION ARE ADDED.        *
090800*    FILLER IS PASSED OVER - NO PROGRAM CAN NAME IT, AND ITS     *
090900*    EFFECT SHOWS IN THE OFFSETS OF THE FIELDS AROUND IT.        *
091000******************************************************************
091100 2000-COMPARE-LAYOUTS.
091200     MOVE 'FIELDS CHANGED, MOVED OR REMOVED BY THE PROPOSAL'
091300         TO RT-TEXT
091400     PERFORM 1880-WRITE-SECTION-LINE
091500     MOVE WS-FIELD-COLUMNS TO RT-TEXT
091600     PERFORM 1890-WRITE-TEXT-LINE
091700     PERFORM 2100-COMPARE-ONE-OLD-FIELD
091800         VARYING WS-OL-SUB FROM 1 BY 1
091900         UNTIL WS-OL-SUB > OL-ENTRY-COUNT
092000     PERFORM 2200-NOTE-ONE-NEW-FIELD
092100         VARYING WS-NW-SUB FROM 1 BY 1
092200         UNTIL WS-NW-SUB > NW-ENTRY-COUNT
092300     IF WS-FIELDS-CHANGED = ZERO
092400         AND WS-FIELDS-MOVED = ZERO
092500         AND WS-FIELDS-REMOVED = ZERO
092600         AND WS-FIELDS-ADDED = ZERO
092700         MOVE '  NO FIELD DIFFERS FROM PRODUCTION' TO RT-TEXT
092800         PERFORM 1890-WRITE-TEXT-LINE
092900     END-IF
092910     IF WS-FIELDS-CHANGED > ZERO
092920         OR WS-FIELDS-MOVED > ZERO
092930         OR WS-FIELDS-REMOVED > ZERO
092940         OR WS-FIELDS-ADDED > ZERO
092950         OR OL-LAYOUT-LENGTH NOT = NW-LAYOUT-LENGTH
092960         MOVE 'Y' TO WS-LAYOUT-CHANGED-SW
092970     END-IF.
093000*
093100 2100-COMPARE-ONE-OLD-FIELD.
093200     MOVE SPACES TO OL-STATUS (WS-OL-SUB)
093300     IF OL-NAME (WS-OL-SUB) NOT = 'FILLER'
093400         MOVE OL-NAME (WS-OL-SUB) TO WS-FIND-NAME
093500         PERFORM 8050-FIND-NEW-BY-NAME
093600         IF WS-MATCH-SUB = ZERO
093700             MOVE 'REMOVED' TO OL-STATUS (WS-OL-SUB)
093800             ADD 1 TO WS-FIELDS-REMOVED
093900         ELSE
094000             PERFORM 2110-COMPARE-THE-SHAPES
094100             EVALUATE TRUE
094200                 WHEN WS-SHAPE-CHANGED
094300                     AND OL-OFFSET (WS-OL-SUB)
094400                         NOT = NW-OFFSET (WS-MATCH-SUB)
094500                     MOVE 'CHANGED AND MOVED'
094600                         TO OL-STATUS (WS-OL-SUB)
094700                     ADD 1 TO WS-FIELDS-CHANGED
094800                 WHEN WS-SHAPE-CHANGED
094900                     MOVE 'CHANGED' TO OL-STATUS (WS-OL-SUB)
095000                     ADD 1 TO WS-FIELDS-CHANGED
095100                 WHEN OL-OFFSET (WS-OL-SUB)
095200                     NOT = NW-OFFSET (WS-MATCH-SUB)
095300                     MOVE 'MOVED' TO OL-STATUS (WS-OL-SUB)
095400                     ADD 1 TO WS-FIELDS-MOVED
095500                 WHEN OTHER
095600                     CONTINUE
095700             END-EVALUATE
095800         END-IF
095900         IF OL-STATUS (WS-OL-SUB) NOT = SPACES
096000             PERFORM 2150-PRINT-OLD-FIELD-LINE
096100         END-IF
096200     END-IF.
096300*
096400 2110-COMPARE-THE-SHAPES.
096500     IF OL-TYPE (WS-OL-SUB) = NW-TYPE (WS-MATCH-SUB)
096600         AND OL-SIGNED-SW (WS-OL-SUB)
096700         = NW-SIGNED-SW (WS-MATCH-SUB)
096800         AND OL-DIGITS (WS-OL-SUB) = NW-DIGITS (WS-MATCH-SUB)
096900         AND OL-DECIMALS (WS-OL-SUB) = NW-DECIMALS (WS-MATCH-SUB)
097000         AND OL-LENGTH (WS-OL-SUB) = NW-LENGTH (WS-MATCH-SUB)
097100         AND OL-OCCURS (WS-OL-SUB) = NW-OCCURS (WS-MATCH-SUB)
097200         MOVE 'N' TO WS-SHAPE-CHANGED-SW
097300     ELSE
097400         MOVE 'Y' TO WS-SHAPE-CHANGED-SW
097500     END-IF.
097600*
097700 2150-PRINT-OLD-FIELD-LINE.
097800     MOVE OL-NAME (WS-OL-SUB)   TO FC-NAME
097900     MOVE OL-STATUS (WS-OL-SUB) TO FC-STATUS
098000     MOVE OL-OFFSET (WS-OL-SUB) TO FC-OLD-OFFSET
098100     MOVE OL-LENGTH (WS-OL-SUB) TO FC-OLD-LENGTH
098200     PERFORM 8200-DESCRIBE-OLD-SHAPE
098300     MOVE WS-SHAPE-TEXT TO FC-OLD-SHAPE
098400     IF WS-MATCH-SUB = ZERO
098500         MOVE ZERO   TO FC-NEW-OFFSET
098600         MOVE ZERO   TO FC-NEW-LENGTH
098700         MOVE SPACES TO FC-NEW-SHAPE
098800         MOVE SPACES TO FC-SHIFT
098900     ELSE
099000         MOVE NW-OFFSET (WS-MATCH-SUB) TO FC-NEW-OFFSET
099100         MOVE NW-LENGTH (WS-MATCH-SUB) TO FC-NEW-LENGTH
099200         PERFORM 8300-DESCRIBE-NEW-SHAPE
099300         MOVE WS-SHAPE-TEXT TO FC-NEW-SHAPE
099400         COMPUTE WS-OFFSET-SHIFT = NW-OFFSET (WS-MATCH-SUB)
099500             - OL-OFFSET (WS-OL-SUB)
099600         MOVE WS-OFFSET-SHIFT TO FC-SHIFT-EDIT
099700     END-IF
099800     MOVE WS-FIELD-LINE TO RT-TEXT
099900     PERFORM 1890-WRITE-TEXT-LINE.
100000*
100100 2200-NOTE-ONE-NEW-FIELD.
100200     IF NW-NAME (WS-NW-SUB) NOT = 'FILLER'
100300         MOVE NW-NAME (WS-NW-SUB) TO WS-FIND-NAME
100400         PERFORM 8000-FIND-OLD-BY-NAME
100500         IF WS-MATCH-SUB = ZERO
100600             ADD 1 TO WS-FIELDS-ADDED
100700             MOVE NW-NAME (WS-NW-SUB)   TO FC-NAME
100800             MOVE 'ADDED'               TO FC-STATUS
100900             MOVE ZERO                  TO FC-OLD-OFFSET
101000             MOVE ZERO                  TO FC-OLD-LENGTH
101100             MOVE SPACES                TO FC-OLD-SHAPE
101200             MOVE NW-OFFSET (WS-NW-SUB) TO FC-NEW-OFFSET
101300             MOVE NW-LENGTH (WS-NW-SUB) TO FC-NEW-LENGTH
101400             MOVE WS-NW-SUB             TO WS-MATCH-SUB
101500             PERFORM 8300-DESCRIBE-NEW-SHAPE
101600             MOVE WS-SHAPE-TEXT         TO FC-NEW-SHAPE
101700             MOVE SPACES                TO FC-SHIFT
101800             MOVE WS-FIELD-LINE TO RT-TEXT
101900             PERFORM 1890-WRITE-TEXT-LINE
102000         END-IF
102100     END-IF.
102200*
102300******************************************************************
102400*    PART 2 - PROGRAMS.  THE WHEREUSE REGISTRY IS READ FOR THE   *
102500*    COPYBOOK; EVERY REFERENCE TO A CHANGED, MOVED OR REMOVED    *
102600*    FIELD NAMES ITS PROGRAM.  A MOVED FIELD NEEDS A RECOMPILE;  *
102700*    A CHANGED ONE NEEDS ITS LOGIC READ AS WELL; A REMOVED ONE   *
102800*    WILL NOT COMPILE UNTIL THE PROGRAM IS CHANGED.              *
102900******************************************************************
103000 3000-LIST-REFERENCING-PROGRAMS.
103100     MOVE 'PROGRAMS REFERENCING AN AFFECTED FIELD' TO RT-TEXT
103200     PERFORM 1880-WRITE-SECTION-LINE
103300     MOVE WS-PROGRAM-COLUMNS TO RT-TEXT
103400     PERFORM 1890-WRITE-TEXT-LINE
103500     MOVE 'N' TO WS-FILE-EOF-SWITCH
103600     OPEN INPUT XREF-IN-FILE
103700     READ XREF-IN-FILE
103800         AT END MOVE 'Y' TO WS-FILE-EOF-SWITCH
103900     END-READ
104000     PERFORM 3100-CHECK-ONE-REFERENCE
104100         UNTIL WS-FILE-EOF
104200     CLOSE XREF-IN-FILE
104300     IF WS-REFS-AFFECTED = ZERO
104400         MOVE '  NO PROGRAM REFERENCES AN AFFECTED FIELD'
104500             TO RT-TEXT
104600         PERFORM 1890-WRITE-TEXT-LINE
104700     END-IF.
104800*
104900 3100-CHECK-ONE-REFERENCE.
105000     IF XR-COPYBOOK = CT-COPYBOOK-NAME
105100         MOVE XR-FIELD TO WS-FIND-NAME
105200         PERFORM 8000-FIND-OLD-BY-NAME
105300         IF WS-MATCH-SUB NOT = ZERO
105400             AND OL-STATUS (WS-MATCH-SUB) NOT = SPACES
105500             PERFORM 3200-PRINT-ONE-REFERENCE
105600         END-IF
105700     END-IF
105800     READ XREF-IN-FILE
105900         AT END MOVE 'Y' TO WS-FILE-EOF-SWITCH
106000     END-READ.
106100*
106200 3200-PRINT-ONE-REFERENCE.
106300     ADD 1 TO WS-REFS-AFFECTED
106400     MOVE XR-PROGRAM TO PL-PROGRAM
106500     MOVE XR-FIELD   TO PL-FIELD
106600     MOVE OL-STATUS (WS-MATCH-SUB) TO PL-STATUS
106700     MOVE XR-OFFSET  TO PL-OFFSET
106800     EVALUATE OL-STATUS (WS-MATCH-SUB)
106900         WHEN 'REMOVED'
107000             MOVE 'WILL NOT COMPILE - CHANGE' TO PL-ACTION
107100         WHEN 'MOVED'
107200             MOVE 'RECOMPILE' TO PL-ACTION
107300         WHEN OTHER
107400             MOVE 'RECOMPILE AND REVIEW LOGIC' TO PL-ACTION
107500     END-EVALUATE
107600     MOVE WS-PROGRAM-LINE TO RT-TEXT
107700     PERFORM 1890-WRITE-TEXT-LINE
107800     MOVE 0 TO WS-PG-MATCH-SUB
107900     PERFORM 3210-MATCH-ONE-PROGRAM
108000         VARYING WS-PG-SUB FROM 1 BY 1
108100         UNTIL WS-PG-SUB > PG-TABLE-COUNT
108200         OR WS-PG-MATCH-SUB NOT = ZERO
108300     IF WS-PG-MATCH-SUB = ZERO
108400         AND PG-TABLE-COUNT < PG-TABLE-MAX
108500         ADD 1 TO PG-TABLE-COUNT
108600         MOVE XR-PROGRAM TO PG-PROGRAM (PG-TABLE-COUNT)
108700     END-IF.
108800*
108900 3210-MATCH-ONE-PROGRAM.
109000     IF PG-PROGRAM (WS-PG-SUB) = XR-PROGRAM
109100         MOVE WS-PG-SUB TO WS-PG-MATCH-SUB
109200     END-IF.
109300*
109400******************************************************************
109500*    PART 3 - DATA WRITTEN UNDER THE PRODUCTION LAYOUT SINCE IT  *
109600*    TOOK EFFECT.  THE INVENTORY NAMES THE FAMILY'S DATASETS.    *
109700*    A MASTER'S CURRENT GENERATION IS CONVERTED WITH CPYCONV     *
109800*    BEFORE THE FIRST RUN UNDER THE PROPOSAL; ITS OLDER          *
109900*    GENERATIONS, AND EVERY ARCHIVE UNIT STILL HELD, STAY AS     *
110000*    WRITTEN AND DECODE THROUGH THE CLOSED REGISTRY ENTRY.  AN   *
110100*    EXTRACT'S RETAINED CUTS ARE CONVERTED BEFORE ANY RE-SEND.   *
110200******************************************************************
110300 4000-LIST-WRITTEN-DATA.
110400     MOVE SPACES TO RT-TEXT
110500     STRING 'DATA WRITTEN UNDER THE PRODUCTION LAYOUT SINCE '
110600         WS-PROD-FROM-DATE
110700         DELIMITED BY SIZE INTO RT-TEXT
110800     PERFORM 1880-WRITE-SECTION-LINE
110900     PERFORM 4100-LOAD-THE-INVENTORY
111000     IF DS-TABLE-COUNT = ZERO
111100         MOVE '  NO DATASET ON THE INVENTORY FOR THIS LAYOUT'
111200             TO RT-TEXT
111300         PERFORM 1890-WRITE-TEXT-LINE
111400     ELSE
111500         PERFORM 4200-GATHER-GENERATIONS
111600         PERFORM 4300-PRINT-ONE-MASTER
111700             VARYING WS-DS-SUB FROM 1 BY 1
111800             UNTIL WS-DS-SUB > DS-TABLE-COUNT
111900         PERFORM 4400-PRINT-ONE-EXTRACT
112000             VARYING WS-DS-SUB FROM 1 BY 1
112100             UNTIL WS-DS-SUB > DS-TABLE-COUNT
112200         PERFORM 4500-LIST-ARCHIVE-UNITS
112300         PERFORM 4600-PRINT-ONE-ARCHIVE
112400             VARYING WS-DS-SUB FROM 1 BY 1
112500             UNTIL WS-DS-SUB > DS-TABLE-COUNT
112600     END-IF.
112700*
112800 4100-LOAD-THE-INVENTORY.
112900     MOVE 'N' TO WS-FILE-EOF-SWITCH
113000     OPEN INPUT INVENTORY-FILE
113100     READ INVENTORY-FILE
113200         AT END MOVE 'Y' TO WS-FILE-EOF-SWITCH
113300     END-READ
113400     PERFORM 4110-LOAD-ONE-DATASET
113500         UNTIL WS-FILE-EOF
113600     CLOSE INVENTORY-FILE.
113700*
113800 4110-LOAD-ONE-DATASET.
113900     IF IV-LAYOUT-NAME = CT-LAYOUT-NAME
114000         AND (IV-MASTER OR IV-EXTRACT OR IV-ARCHIVE)
114100         AND DS-TABLE-COUNT < DS-TABLE-MAX
114200         ADD 1 TO DS-TABLE-COUNT
114300         MOVE IV-DATASET-TYPE TO DS-TYPE (DS-TABLE-COUNT)
114400         MOVE IV-DATASET-NAME TO DS-NAME (DS-TABLE-COUNT)
114500         MOVE IV-JOB-NAME     TO DS-JOB-NAME (DS-TABLE-COUNT)
114600         MOVE ZERO TO DS-COUNT (DS-TABLE-COUNT)
114700         MOVE ZERO TO DS-FIRST-GEN (DS-TABLE-COUNT)
114800         MOVE ZERO TO DS-LAST-GEN (DS-TABLE-COUNT)
114900         MOVE ZERO TO DS-LAST-RUN-DATE (DS-TABLE-COUNT)
115000     END-IF
115100     READ INVENTORY-FILE
115200         AT END MOVE 'Y' TO WS-FILE-EOF-SWITCH
115300     END-READ.
115400*
115500 4200-GATHER-GENERATIONS.
115600     MOVE 'N' TO WS-FILE-EOF-SWITCH
115700     OPEN INPUT GENERATION-FILE
115800     READ GENERATION-FILE
115900         AT END MOVE 'Y' TO WS-FILE-EOF-SWITCH
116000     END-READ
116100     PERFORM 4210-GATHER-ONE-GENERATION
116200         UNTIL WS-FILE-EOF
116300     CLOSE GENERATION-FILE.
116400*
116500 4210-GATHER-ONE-GENERATION.
116600     IF GR-NEW-RUN-DATE NOT < WS-PROD-FROM-DATE
116700         MOVE 'M' TO WS-DS-KIND
116800         MOVE GR-MASTER-NAME TO WS-FIND-NAME
116900         PERFORM 8400-FIND-DATASET
117000         IF WS-DS-MATCH-SUB NOT = ZERO
117100             ADD 1 TO DS-COUNT (WS-DS-MATCH-SUB)
117200             IF DS-FIRST-GEN (WS-DS-MATCH-SUB) = ZERO
117300                 OR GR-GENERATION < DS-FIRST-GEN (WS-DS-MATCH-SUB)
117400                 MOVE GR-GENERATION
117500                 TO DS-FIRST-GEN (WS-DS-MATCH-SUB)
117600             END-IF
117700             IF GR-GENERATION > DS-LAST-GEN (WS-DS-MATCH-SUB)
117800                 MOVE GR-GENERATION
117900                 TO DS-LAST-GEN (WS-DS-MATCH-SUB)
118000                 MOVE GR-NEW-RUN-DATE
118100                     TO DS-LAST-RUN-DATE (WS-DS-MATCH-SUB)
118200             END-IF
118300         END-IF
118400     END-IF
118500     READ GENERATION-FILE
118600         AT END MOVE 'Y' TO WS-FILE-EOF-SWITCH
118700     END-READ.
118800*
118900 4300-PRINT-ONE-MASTER.
119000     IF DS-TYPE (WS-DS-SUB) = 'M'
119100         MOVE DS-COUNT (WS-DS-SUB) TO WS-EDIT-COUNT
119200         MOVE SPACES TO RT-TEXT
119300         IF DS-COUNT (WS-DS-SUB) = ZERO
119400             STRING '  MASTER   ' DS-NAME (WS-DS-SUB)
119500                 '  JOB ' DS-JOB-NAME (WS-DS-SUB)
119600                 '  NO GENERATION REGISTERED SINCE '
119700                 WS-PROD-FROM-DATE
119800                 DELIMITED BY SIZE INTO RT-TEXT
119900             PERFORM 1890-WRITE-TEXT-LINE
120000         ELSE
120100             ADD 1 TO WS-DATASETS-AFFECTED
120200             STRING '  MASTER   ' DS-NAME (WS-DS-SUB)
120300                 '  JOB ' DS-JOB-NAME (WS-DS-SUB)
120400                 '  CURRENT GENERATION ' DS-LAST-GEN (WS-DS-SUB)
120500                 ' OF ' DS-LAST-RUN-DATE (WS-DS-SUB)
120600                 '  - CONVERT WITH CPYCONV BEFORE '
120700                 CT-EFFECTIVE-DATE
120800                 DELIMITED BY SIZE INTO RT-TEXT
120900             PERFORM 1890-WRITE-TEXT-LINE
121000             MOVE SPACES TO RT-TEXT
121100             STRING '                     '
121200                 'GENERATIONS ' DS-FIRST-GEN (WS-DS-SUB)
121300                 ' THRU ' DS-LAST-GEN (WS-DS-SUB)
121400                 ' (' WS-EDIT-COUNT ' REGISTERED)'
121500                 '  - OLDER GENERATIONS DECODE VIA LAYRESLV'
121600                 DELIMITED BY SIZE INTO RT-TEXT
121700             PERFORM 1890-WRITE-TEXT-LINE
121800         END-IF
121900     END-IF.
122000*
122100 4400-PRINT-ONE-EXTRACT.
122200     IF DS-TYPE (WS-DS-SUB) = 'E'
122300         ADD 1 TO WS-DATASETS-AFFECTED
122400         MOVE SPACES TO RT-TEXT
122500         STRING '  EXTRACT  ' DS-NAME (WS-DS-SUB)
122600             '  JOB ' DS-JOB-NAME (WS-DS-SUB)
122700             '  EVERY CUT SINCE ' WS-PROD-FROM-DATE
122800             '  - CONVERT RETAINED CUTS WITH CPYCONV; '
122900             'TELL THE RECEIVERS'
123000             DELIMITED BY SIZE INTO RT-TEXT
123100         PERFORM 1890-WRITE-TEXT-LINE
123200     END-IF.
123300*
123400*    EVERY UNIT OF AN INVENTORIED ARCHIVE THAT WAS ARCHIVED
123500*    UNDER THE PRODUCTION VERSION AND HAS NOT BEEN PURGED.
123600*
123700 4500-LIST-ARCHIVE-UNITS.
123800     MOVE 'N' TO WS-FILE-EOF-SWITCH
123900     OPEN INPUT CATALOG-FILE
124000     READ CATALOG-FILE
124100         AT END MOVE 'Y' TO WS-FILE-EOF-SWITCH
124200     END-READ
124300     PERFORM 4510-CHECK-ONE-UNIT
124400         UNTIL WS-FILE-EOF
124500     CLOSE CATALOG-FILE.
124600*
124700 4510-CHECK-ONE-UNIT.
124800     IF CG-PURGED-DATE = ZERO
124900         AND CG-ARCHIVED-DATE NOT < WS-PROD-FROM-DATE
125000         MOVE 'A' TO WS-DS-KIND
125100         MOVE CG-SOURCE TO WS-FIND-NAME
125200         PERFORM 8400-FIND-DATASET
125300         IF WS-DS-MATCH-SUB NOT = ZERO
125400             ADD 1 TO DS-COUNT (WS-DS-MATCH-SUB)
125500             ADD 1 TO WS-ARCHIVE-UNITS
125600             MOVE SPACES TO RT-TEXT
125700             STRING '  ARCHIVE  ' CG-SOURCE
125800                 '  UNIT ' CG-UNIT-ID
125900                 '  VOL ' CG-VOLUME
126000                 '  ARCHIVED ' CG-ARCHIVED-DATE
126100                 '  DATES ' CG-DATE-LOW '-' CG-DATE-HIGH
126200                 '  - DECODE VIA LAYRESLV'
126300                 DELIMITED BY SIZE INTO RT-TEXT
126400             PERFORM 1890-WRITE-TEXT-LINE
126500         END-IF
126600     END-IF
126700     READ CATALOG-FILE
126800         AT END MOVE 'Y' TO WS-FILE-EOF-SWITCH
126900     END-READ.
127000*
127100 4600-PRINT-ONE-ARCHIVE.
127200     IF DS-TYPE (WS-DS-SUB) = 'A'
127300         MOVE SPACES TO RT-TEXT
127400         IF DS-COUNT (WS-DS-SUB) = ZERO
127500             STRING '  ARCHIVE  ' DS-NAME (WS-DS-SUB)
127600                 '  JOB ' DS-JOB-NAME (WS-DS-SUB)
127700                 '  NO UNIT HELD SINCE ' WS-PROD-FROM-DATE
127800                 DELIMITED BY SIZE INTO RT-TEXT
127900         ELSE
128000             ADD 1 TO WS-DATASETS-AFFECTED
128100             MOVE DS-COUNT (WS-DS-SUB) TO WS-EDIT-COUNT
128200             STRING '  ARCHIVE  ' DS-NAME (WS-DS-SUB)
128300                 '  JOB ' DS-JOB-NAME (WS-DS-SUB)
128400                 '  ' WS-EDIT-COUNT ' UNITS HELD UNDER '
128500                 WS-PROD-MEMBER
128600                 DELIMITED BY SIZE INTO RT-TEXT
128700         END-IF
128800         PERFORM 1890-WRITE-TEXT-LINE
128900     END-IF.
129000*
129100******************************************************************
129200*    PART 4 - THE LAYOUT REGISTRY CHANGE.  THE PRODUCTION ENTRY  *
129300*    CLOSES THE DAY BEFORE THE PROPOSAL TAKES EFFECT AND THE     *
129400*    PROPOSAL GOES ON OPEN-ENDED, SO LAYRESLV KEEPS DECODING     *
129500*    EVERYTHING LISTED ABOVE WITH THE LAYOUT IT WAS WRITTEN IN.  *
129600******************************************************************
129700 5000-PRINT-REGISTRY-CHANGE.
129800     MOVE 'LAYOUT REGISTRY ENTRIES REQUIRED' TO RT-TEXT
129900     PERFORM 1880-WRITE-SECTION-LINE
130000     MOVE CT-EFFECTIVE-DATE TO WS-DATE-WORK
130100     PERFORM 8500-STEP-BACK-ONE-DAY
130200     MOVE WS-DATE-WORK TO WS-CLOSE-DATE
130300     MOVE SPACES TO RT-TEXT
130400     STRING '  CLOSE    ' CT-LAYOUT-NAME ' ' WS-PROD-MEMBER
130500         ' FROM ' WS-PROD-FROM-DATE ' TO ' WS-CLOSE-DATE
130600         DELIMITED BY SIZE INTO RT-TEXT
130700     PERFORM 1890-WRITE-TEXT-LINE
130800     MOVE SPACES TO RT-TEXT
130900     STRING '  ADD      ' CT-LAYOUT-NAME ' ' CT-NEW-MEMBER
131000         ' FROM ' CT-EFFECTIVE-DATE ' TO 00000000'
131100         DELIMITED BY SIZE INTO RT-TEXT
131200     PERFORM 1890-WRITE-TEXT-LINE.
131300*
131400 6000-PRINT-TOTALS.
131500     MOVE 'IMPACT TOTALS' TO RT-TEXT
131600     PERFORM 1880-WRITE-SECTION-LINE
131700     MOVE SPACES TO RT-TEXT
131800     STRING '  FIELDS CHANGED ' WS-FIELDS-CHANGED
131900         '   MOVED ' WS-FIELDS-MOVED
132000         '   REMOVED ' WS-FIELDS-REMOVED
132100         '   ADDED ' WS-FIELDS-ADDED
132200         DELIMITED BY SIZE INTO RT-TEXT
132300     PERFORM 1890-WRITE-TEXT-LINE
132400     MOVE PG-TABLE-COUNT TO WS-EDIT-COUNT
132500     MOVE SPACES TO RT-TEXT
132600     STRING '  PROGRAMS AFFECTED ' WS-EDIT-COUNT
132700         '   REFERENCES ' WS-REFS-AFFECTED
132800         DELIMITED BY SIZE INTO RT-TEXT
132900     PERFORM 1890-WRITE-TEXT-LINE
133000     MOVE WS-ARCHIVE-UNITS TO WS-EDIT-UNIT-COUNT
133100     MOVE SPACES TO RT-TEXT
133200     STRING '  DATASETS AFFECTED ' WS-DATASETS-AFFECTED
133300         '   ARCHIVE UNITS ' WS-EDIT-UNIT-COUNT
133400         DELIMITED BY SIZE INTO RT-TEXT
133500     PERFORM 1890-WRITE-TEXT-LINE.
133600*
133700 8000-FIND-OLD-BY-NAME.
133800     MOVE 0 TO WS-MATCH-SUB
133900     PERFORM 8010-MATCH-ONE-OLD-NAME
134000         VARYING WS-FIND-SUB FROM 1 BY 1
134100         UNTIL WS-FIND-SUB > OL-ENTRY-COUNT
134200         OR WS-MATCH-SUB NOT = ZERO.
134300*
134400 8010-MATCH-ONE-OLD-NAME.
134500     IF OL-NAME (WS-FIND-SUB) = WS-FIND-NAME
134600         MOVE WS-FIND-SUB TO WS-MATCH-SUB
134700     END-IF.
134800*
134900 8050-FIND-NEW-BY-NAME.
135000     MOVE 0 TO WS-MATCH-SUB
135100     PERFORM 8060-MATCH-ONE-NEW-NAME
135200         VARYING WS-FIND-SUB FROM 1 BY 1
135300         UNTIL WS-FIND-SUB > NW-ENTRY-COUNT
135400         OR WS-MATCH-SUB NOT = ZERO.
135500*
135600 8060-MATCH-ONE-NEW-NAME.
135700     IF NW-NAME (WS-FIND-SUB) = WS-FIND-NAME
135800         MOVE WS-FIND-SUB TO WS-MATCH-SUB
135900     END-IF.
136000*
136100*    A SHAPE READS AS CPYCONV'S FIELD MAP SHOWS IT - USAGE TYPE,
136200*    SIGN, DIGITS.DECIMALS - WITH THE OCCURS COUNT AFTER AN 'X'
136300*    WHEN THE FIELD REPEATS.
136400*
136500 8200-DESCRIBE-OLD-SHAPE.
136600     MOVE SPACES TO WS-SHAPE-TEXT
136700     MOVE 1 TO WS-SHAPE-PTR
136800     STRING OL-TYPE (WS-OL-SUB) OL-SIGNED-SW (WS-OL-SUB)
136900         OL-DIGITS (WS-OL-SUB) '.'
137000         OL-DECIMALS (WS-OL-SUB)
137100         DELIMITED BY SIZE INTO WS-SHAPE-TEXT
137200         WITH POINTER WS-SHAPE-PTR
137300     IF OL-OCCURS (WS-OL-SUB) > 1
137400         MOVE OL-OCCURS (WS-OL-SUB) TO WS-EDIT-OCCURS
137500         STRING ' X' WS-EDIT-OCCURS
137600             DELIMITED BY SIZE INTO WS-SHAPE-TEXT
137700             WITH POINTER WS-SHAPE-PTR
137800     END-IF.
137900*
138000 8300-DESCRIBE-NEW-SHAPE.
138100     MOVE SPACES TO WS-SHAPE-TEXT
138200     MOVE 1 TO WS-SHAPE-PTR
138300     STRING NW-TYPE (WS-MATCH-SUB) NW-SIGNED-SW (WS-MATCH-SUB)
138400         NW-DIGITS (WS-MATCH-SUB) '.'
138500         NW-DECIMALS (WS-MATCH-SUB)
138600         DELIMITED BY SIZE INTO WS-SHAPE-TEXT
138700         WITH POINTER WS-SHAPE-PTR
138800     IF NW-OCCURS (WS-MATCH-SUB) > 1
138900         MOVE NW-OCCURS (WS-MATCH-SUB) TO WS-EDIT-OCCURS
139000         STRING ' X' WS-EDIT-OCCURS
139100             DELIMITED BY SIZE INTO WS-SHAPE-TEXT
139200             WITH POINTER WS-SHAPE-PTR
139300     END-IF.
139400*
139500 8400-FIND-DATASET.
139600     MOVE 0 TO WS-DS-MATCH-SUB
139700     PERFORM 8410-MATCH-ONE-DATASET
139800         VARYING WS-DS-SUB FROM 1 BY 1
139900         UNTIL WS-DS-SUB > DS-TABLE-COUNT
140000         OR WS-DS-MATCH-SUB NOT = ZERO.
140100*
140200 8410-MATCH-ONE-DATASET.
140300     IF DS-TYPE (WS-DS-SUB) = WS-DS-KIND
140400         AND DS-NAME (WS-DS-SUB) = WS-FIND-NAME
140500         MOVE WS-DS-SUB TO WS-DS-MATCH-SUB
140600     END-IF.
140700*
140800*    THE DAY BEFORE THE DATE IN WS-DATE-WORK, STEPPING BACK
140900*    OVER A MONTH OR YEAR END; FEBRUARY FOLLOWS THE GREGORIAN
141000*    LEAP RULE AS IN DTARTRCE.
141100*
141200 8500-STEP-BACK-ONE-DAY.
141300     IF WS-DW-DD > 1
141400         SUBTRACT 1 FROM WS-DW-DD
141500     ELSE
141600         IF WS-DW-MM > 1
141700             SUBTRACT 1 FROM WS-DW-MM
141800         ELSE
141900             MOVE 12 TO WS-DW-MM
142000             SUBTRACT 1 FROM WS-DW-YYYY
142100         END-IF
142200         PERFORM 8510-SET-MONTH-DAYS
142300         MOVE WS-MONTH-DAYS TO WS-DW-DD
142400     END-IF.
142500*
142600 8510-SET-MONTH-DAYS.
142700     MOVE WS-MONTH-DAYS-ENTRY (WS-DW-MM) TO WS-MONTH-DAYS
142800     IF WS-DW-MM = 2
142900         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
143000             REMAINDER WS-LEAP-REMAINDER
143100         IF WS-LEAP-REMAINDER = ZERO
143200             MOVE 29 TO WS-MONTH-DAYS
143300             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
143400                 REMAINDER WS-LEAP-REMAINDER
143500             IF WS-LEAP-REMAINDER = ZERO
143600                 DIVIDE WS-DW-YYYY BY 400
143700                     GIVING WS-LEAP-QUOTIENT
143800                     REMAINDER WS-LEAP-REMAINDER
143900                 IF WS-LEAP-REMAINDER NOT = ZERO
144000                     MOVE 28 TO WS-MONTH-DAYS
144100                 END-IF
144200             END-IF
144300         END-IF
144400     END-IF.
144500*
144600 9999-EXIT.
144700     CLOSE IMPACT-REPORT
144800     STOP RUN.
