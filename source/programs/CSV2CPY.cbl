000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSV2CPY.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COPYBOOK TOOLING - WAREHOUSE INTERFACE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - COPYBOOK-DRIVEN CSV LOAD,  *
001400*                   THE REVERSE OF CPY2CSV, SO SPREADSHEET LOADS *
001500*                   (PROMOTION CALENDARS, FEE SCHEDULES, RATE    *
001600*                   TABLES, TEST CASES) STOP BEING HAND-TYPED    *
001700*                   INTO FIXED-WIDTH FILES.  THE HEADER ROW MAPS *
001800*                   EACH COLUMN BY NAME TO AN ELEMENTARY ITEM, A *
001900*                   REPEATED NAME TAKING THE NEXT OCCURRENCE; AN *
002000*                   UNKNOWN COLUMN STOPS THE LOAD.  EACH CELL IS *
002100*                   ENCODED FOR ITS ITEM'S USAGE AND SCALE AS    *
002200*                   CPYPATCH ENCODES A VALUE (DISPLAY, SIGNED    *
002300*                   DISPLAY, COMP, COMP-3); UNFILLED FIELDS TAKE *
002400*                   SPACES OR ZEROS.  AN 'R' OR 'P' PARAMETER    *
002500*                   REJECTS OR CUTS AN OVER-LENGTH VALUE.  A ROW *
002600*                   WITH A CELL THAT FAILS ITS PIC GOES TO THE   *
002700*                   REJECT FILE WITH THE COLUMN AND REASON.      *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT COPYBOOK-IN ASSIGN TO CPYIN
003700         ORGANIZATION IS LINE SEQUENTIAL.
003800     SELECT OPTIONAL LOAD-PARM-FILE ASSIGN TO LOADPARM
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT CSV-IN-FILE ASSIGN TO CSVIN
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200     SELECT DATA-OUT-FILE ASSIGN TO DATAOUT
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT LOAD-REJECT-FILE ASSIGN TO LOADREJ
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  COPYBOOK-IN
004900     RECORD CONTAINS 80 CHARACTERS.
005000 01  COPYBOOK-IN-REC             PIC X(80).
005100*
005200*    'P' CUTS AN OVER-LENGTH VALUE TO THE FIELD - TEXT TO ITS
005300*    WIDTH, DECIMALS TO ITS SCALE; 'R', OR NO CARD, REJECTS THE
005400*    ROW INSTEAD.  TOO MANY INTEGER DIGITS ALWAYS REJECT.
005500*
005600 FD  LOAD-PARM-FILE.
005700 01  LOAD-PARM-RECORD.
005800     05  LP-OVERLENGTH-OPTION    PIC X(01).
005900         88  LP-PAD-OVERLENGTH   VALUE 'P'.
006000*
006100 FD  CSV-IN-FILE.
006200 01  CSV-IN-RECORD               PIC X(8192).
006300*
006400 FD  DATA-OUT-FILE
006500     RECORD IS VARYING IN SIZE FROM 1 TO 4096
006600     DEPENDING ON WS-OUT-LENGTH.
006700 01  DATA-OUT-RECORD             PIC X(4096).
006800*
006900 FD  LOAD-REJECT-FILE.
007000 01  LOAD-REJECT-RECORD          PIC X(1130).
007100*
007200 WORKING-STORAGE SECTION.
007300*
007400 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
007500     88  WS-EOF                  VALUE 'Y'.
007600 01  WS-PAD-SWITCH               PIC X(01) VALUE 'N'.
007700     88  WS-PAD-OVERLENGTH       VALUE 'Y'.
007800 01  WS-HEADER-SWITCH            PIC X(01) VALUE 'Y'.
007900     88  WS-HEADER-OK            VALUE 'Y'.
008000 01  WS-ROW-REJECT-SW            PIC X(01).
008100     88  WS-ROW-REJECTED         VALUE 'Y'.
008200 01  WS-OUT-LENGTH               PIC 9(05) COMP.
008300 01  WS-LAYOUT-LENGTH            PIC 9(05) COMP.
008400 01  WS-ROWS-READ                PIC 9(09) VALUE 0.
008500 01  WS-RECORDS-WRITTEN          PIC 9(09) VALUE 0.
008600 01  WS-ROWS-REJECTED            PIC 9(09) VALUE 0.
008700 01  WS-HEADER-ERRORS            PIC 9(05) VALUE 0.
008800*
008900 01  EL-TABLE-MAX                PIC 9(03) COMP VALUE 200.
009000 01  EL-ENTRY-COUNT              PIC 9(03) COMP VALUE 0.
009100 01  EL-ITEM-TABLE.
009200     05  EL-ITEM-ENTRY OCCURS 200 TIMES.
009300         10  EL-NAME             PIC X(30).
009400         10  EL-TYPE             PIC X(01).
009500         10  EL-SIGNED-SW        PIC X(01).
009600             88  EL-SIGNED       VALUE 'S'.
009700         10  EL-DIGITS           PIC 9(04).
009800         10  EL-DECIMALS         PIC 9(02).
009900         10  EL-OFFSET           PIC 9(05).
010000         10  EL-LENGTH           PIC 9(05).
010100         10  EL-OCCURS           PIC 9(03).
010200*
010300 01  WS-EL-SUB                   PIC 9(03) COMP.
010400 01  WS-OC-SUB                   PIC 9(03) COMP.
010500*
010600*    THE HEADER ROW, RESOLVED ONCE: EACH COLUMN TO ITS ITEM
010700*    ENTRY, A NAME REPEATED FOR AN OCCURS ITEM TAKING THE NEXT
010800*    OCCURRENCE, AS CPY2CSV WRITES THEM.
010900*
011000 01  CM-TABLE-MAX                PIC 9(03) COMP VALUE 200.
011100 01  CM-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
011200 01  CM-TABLE.
011300     05  CM-ENTRY OCCURS 200 TIMES.
011400         10  CM-NAME             PIC X(30).
011500         10  CM-EL-SUB           PIC 9(03) COMP.
011600         10  CM-OCCUR            PIC 9(03) COMP.
011700 01  WS-CM-SUB                   PIC 9(03) COMP.
011800 01  WS-PRIOR-SUB                PIC 9(03) COMP.
011900 01  WS-PRIOR-COUNT              PIC 9(03) COMP.
012000*
012100*    THE CELLS OF THE CURRENT CSV LINE.
012200*
012300 01  CL-TABLE-MAX                PIC 9(03) COMP VALUE 200.
012400 01  CL-CELL-COUNT               PIC 9(03) COMP VALUE 0.
012500 01  CL-TABLE.
012600     05  CL-ENTRY OCCURS 200 TIMES.
012700         10  CL-TEXT             PIC X(256).
012800         10  CL-LENGTH           PIC 9(04) COMP.
012900 01  WS-CL-SUB                   PIC 9(03) COMP.
013000 01  WS-TOO-MANY-CELLS-SW        PIC X(01).
013100     88  WS-TOO-MANY-CELLS       VALUE 'Y'.
013200*
013300 01  WS-CSV-LINE                 PIC X(8192).
013400 01  WS-LINE-END                 PIC 9(05) COMP.
013500 01  WS-LINE-SUB                 PIC 9(05) COMP.
013600 01  WS-LINE-CHAR                PIC X(01).
013700 01  WS-IN-QUOTES-SW             PIC X(01).
013800     88  WS-IN-QUOTES            VALUE 'Y'.
013900 01  WS-CELL-STARTED-SW          PIC X(01).
014000     88  WS-CELL-STARTED         VALUE 'Y'.
014100 01  WS-SKIP-CHAR-SW             PIC X(01).
014200     88  WS-SKIP-CHAR            VALUE 'Y'.
014300 01  WS-CARRIAGE-RETURN          PIC X(01) VALUE X'0D'.
014400*
014500 01  WS-FIND-NAME                PIC X(30).
014600 01  WS-FIND-SUB                 PIC 9(03) COMP.
014700 01  WS-FOUND-SUB                PIC 9(03) COMP.
014800*
014900*    SCANNER WORK AREAS, AS IN CPYDUMP.
015000*
015100 01  ZZ-WORD-TABLE.
015200     05  ZZ-WORD                 OCCURS 20 TIMES PIC X(30).
015300 01  ZZ-WORD-COUNT               PIC 9(02) VALUE 0.
015400 01  ZZ-PTR                      PIC 9(03) VALUE 1.
015500 01  WS-STMT-TEXT                PIC X(260).
015600 01  WS-STMT-LEN                 PIC 9(03) COMP.
015700 01  WS-STMT-COMPLETE-SW         PIC X(01).
015800     88  WS-STMT-COMPLETE        VALUE 'Y'.
015900 01  WS-LAST-NB-POS              PIC 9(03) COMP.
016000 01  WS-NB-POS                   PIC 9(03) COMP.
016100 01  ZZ-SUB                      PIC 9(02).
016200 01  WS-LEVEL-NUMBER             PIC 9(02).
016300 01  WS-REDEF-SKIP-LEVEL         PIC 9(02) VALUE 0.
016400 01  WS-PIC-FOUND-SUB            PIC 9(02).
016500 01  EL-PIC-STRING               PIC X(20).
016600 01  EL-PIC-POS                  PIC 9(02).
016700 01  EL-PIC-CHAR                 PIC X(01).
016800 01  EL-ONE-DIGIT                PIC 9(01).
016900 01  EL-REPEAT-COUNT             PIC 9(03).
017000 01  WS-AFTER-V-SWITCH           PIC X(01).
017100     88  WS-AFTER-V              VALUE 'Y'.
017200 01  WS-CUR-TYPE                 PIC X(01).
017300 01  WS-CUR-SIGNED               PIC X(01).
017400 01  WS-CUR-DIGITS               PIC 9(04).
017500 01  WS-CUR-DECIMALS             PIC 9(02).
017600 01  WS-CUR-BYTES                PIC 9(04).
017700 01  WS-CUR-EDITED-SW            PIC X(01).
017800     88  WS-CUR-EDITED           VALUE 'Y'.
017900 01  WS-FLOAT-SEEN-SW            PIC X(01).
018000     88  WS-FLOAT-SEEN           VALUE 'Y'.
018100 01  WS-EXPLICIT-USAGE-SW        PIC X(01).
018200     88  WS-EXPLICIT-USAGE       VALUE 'Y'.
018300 01  WS-GROUP-USAGE-TYPE         PIC X(01) VALUE SPACE.
018400 01  WS-GROUP-USAGE-LEVEL        PIC 9(02) VALUE 0.
018500 01  WS-NEXT-OFFSET              PIC 9(05) VALUE 1.
018600*
018700*    ENCODE WORK AREAS, AS IN CPYPATCH.  A CELL IS SPLIT INTO
018800*    ITS INTEGER AND DECIMAL DIGITS, MEASURED AGAINST THE
018900*    PICTURE, AND LAID OUT AT THE FIELD'S OWN WIDTH AND SCALE
019000*    BEFORE IT IS PACKED, ZONED OR MADE BINARY.
019100*
019200 01  WS-BYTE-GROUP.
019300     05  WS-BYTE-NUMERIC         PIC 9(02) COMP-X.
019400 01  WS-BYTE-VIEW REDEFINES WS-BYTE-GROUP
019500                                 PIC X(01).
019600 01  WS-BYTE-SUB                 PIC 9(05) COMP.
019700 01  WS-TARGET-POS               PIC 9(05) COMP.
019800 01  WS-OVERPUNCH-NEG            PIC X(10) VALUE '}JKLMNOPQR'.
019900 01  WS-VALUE-NEG-SW             PIC X(01).
020000     88  WS-VALUE-NEG            VALUE 'Y'.
020100 01  WS-DIGITS-WORK              PIC X(18).
020200 01  WS-DIGIT-SUB                PIC 9(02) COMP.
020300 01  WS-REFUSE-REASON            PIC X(40).
020400 01  WS-NEW-BYTES                PIC X(24).
020500 01  WS-VALUE-TEXT               PIC X(24).
020600 01  WS-VALUE-STATE              PIC X(01).
020700     88  WS-VALUE-BEFORE         VALUE 'B'.
020800     88  WS-VALUE-INSIDE         VALUE 'I'.
020900     88  WS-VALUE-AFTER          VALUE 'A'.
021000 01  WS-INT-DIGITS               PIC X(18).
021100 01  WS-INT-COUNT                PIC 9(02) COMP.
021200 01  WS-DEC-DIGITS               PIC X(18).
021300 01  WS-DEC-COUNT                PIC 9(02) COMP.
021400 01  WS-SIGN-COUNT               PIC 9(02) COMP.
021500 01  WS-POINT-SEEN-SW            PIC X(01).
021600     88  WS-POINT-SEEN           VALUE 'Y'.
021700 01  WS-DIGIT-SEEN-SW            PIC X(01).
021800     88  WS-DIGIT-SEEN           VALUE 'Y'.
021900 01  WS-VAL-SUB                  PIC 9(02) COMP.
022000 01  WS-VAL-CHAR                 PIC X(01).
022100 01  WS-TEXT-END                 PIC 9(04) COMP.
022200 01  WS-TEXT-SUB                 PIC 9(04) COMP.
022300 01  WS-INT-ROOM                 PIC 9(02) COMP.
022400 01  WS-INT-FIRST                PIC 9(02) COMP.
022500 01  WS-INT-SIG                  PIC 9(02) COMP.
022600 01  WS-DEC-DONE-SW              PIC X(01).
022700     88  WS-DEC-DONE             VALUE 'Y'.
022800 01  WS-PACK-NIBBLE-HIGH         PIC 9(02).
022900 01  WS-PACK-NIBBLE-LOW          PIC 9(02).
023000 01  WS-ONE-DIGIT                PIC 9(01).
023100 01  WS-BIN-VALUE                PIC 9(18).
023200 01  WS-BIN-QUOTIENT             PIC 9(18).
023300 01  WS-BIN-REMAINDER            PIC 9(03).
023400*
023500*    EVERY FIELD THE CSV DOES NOT FILL TAKES ITS EMPTY VALUE:
023600*    SPACES FOR TEXT, ZEROS FOR NUMBERS IN THEIR OWN USAGE.
023700*
023800 01  WS-DEFAULT-RECORD           PIC X(4096).
023900*
024000 01  WS-REJECT-LINE.
024100     05  RJ-ROW-NO               PIC 9(09).
024200     05  FILLER                  PIC X(01) VALUE SPACES.
024300     05  RJ-COLUMN-NAME          PIC X(30).
024400     05  FILLER                  PIC X(01) VALUE SPACES.
024500     05  RJ-REASON               PIC X(40).
024600     05  FILLER                  PIC X(01) VALUE SPACES.
024700     05  RJ-CELL-VALUE           PIC X(24).
024800     05  FILLER                  PIC X(01) VALUE SPACES.
024900     05  RJ-ROW-TEXT             PIC X(1023).
025000*
025100 PROCEDURE DIVISION.
025200*
025300 0000-MAINLINE.
025400     PERFORM 1000-LOAD-ITEM-TABLE
025500     COMPUTE WS-LAYOUT-LENGTH = WS-NEXT-OFFSET - 1
025600     PERFORM 1500-READ-LOAD-PARM
025700     PERFORM 1600-BUILD-DEFAULT-RECORD
025800     OPEN INPUT CSV-IN-FILE
025900     MOVE 'N' TO WS-EOF-SWITCH
026000     PERFORM 2000-MAP-HEADER-ROW
026100     IF WS-HEADER-OK
026200         OPEN OUTPUT DATA-OUT-FILE
026300         OPEN OUTPUT LOAD-REJECT-FILE
026400         PERFORM 2900-READ-CSV-LINE
026500         PERFORM 3000-LOAD-ONE-ROW
026600             UNTIL WS-EOF
026700         CLOSE DATA-OUT-FILE LOAD-REJECT-FILE
026800         IF WS-ROWS-REJECTED > ZERO
026900             MOVE 4 TO RETURN-CODE
027000         END-IF
027100     ELSE
027200         DISPLAY 'CSV2CPY - HEADER ROW DOES NOT MATCH THE '
027300             'COPYBOOK, NOTHING LOADED'
027400         MOVE 12 TO RETURN-CODE
027500     END-IF
027600     CLOSE CSV-IN-FILE
027700     DISPLAY 'CSV2CPY - ROWS READ:       ' WS-ROWS-READ
027800     DISPLAY 'CSV2CPY - RECORDS WRITTEN: ' WS-RECORDS-WRITTEN
027900     DISPLAY 'CSV2CPY - ROWS REJECTED:   ' WS-ROWS-REJECTED
028000     PERFORM 9999-EXIT.
028100*
028200 1000-LOAD-ITEM-TABLE.
028300     OPEN INPUT COPYBOOK-IN
028400     READ COPYBOOK-IN
028500         AT END MOVE 'Y' TO WS-EOF-SWITCH
028600     END-READ
028700     PERFORM 1100-SCAN-ONE-LINE
028800         UNTIL WS-EOF
028900     CLOSE COPYBOOK-IN.
029000*
029100 1100-SCAN-ONE-LINE.
029200     IF COPYBOOK-IN-REC (7:1) = '*'
029300         OR COPYBOOK-IN-REC = SPACES
029400         PERFORM 1190-READ-NEXT-LINE
029500     ELSE
029600         MOVE SPACES TO WS-STMT-TEXT
029700         MOVE COPYBOOK-IN-REC (8:65) TO WS-STMT-TEXT (1:65)
029800         MOVE 65 TO WS-STMT-LEN
029900         PERFORM 1180-TEST-STMT-COMPLETE
030000         PERFORM 1150-EXTEND-THE-STATEMENT
030100             UNTIL WS-STMT-COMPLETE OR WS-EOF
030200                 OR WS-STMT-LEN > 190
030300         INSPECT WS-STMT-TEXT CONVERTING
030400             'abcdefghijklmnopqrstuvwxyz' TO
030500             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
030600         IF WS-LAST-NB-POS > 0
030700             AND WS-STMT-TEXT (WS-LAST-NB-POS:1) = '.'
030800             MOVE SPACE TO WS-STMT-TEXT (WS-LAST-NB-POS:1)
030900         END-IF
031000         PERFORM 1200-TOKENIZE-LINE
031100         IF ZZ-WORD-COUNT > 1
031200             AND ZZ-WORD (1) (1:1) IS NUMERIC
031300             PERFORM 1300-CLASSIFY-ONE-ITEM
031400         END-IF
031500         PERFORM 1190-READ-NEXT-LINE
031600     END-IF.
031700*
031800 1150-EXTEND-THE-STATEMENT.
031900     PERFORM 1190-READ-NEXT-LINE
032000     IF NOT WS-EOF
032100         AND COPYBOOK-IN-REC (7:1) NOT = '*'
032200         AND COPYBOOK-IN-REC NOT = SPACES
032300         STRING WS-STMT-TEXT (1:WS-STMT-LEN) ' '
032400             COPYBOOK-IN-REC (8:65)
032500             DELIMITED BY SIZE INTO WS-STMT-TEXT
032600         ADD 66 TO WS-STMT-LEN
032700     END-IF
032800     PERFORM 1180-TEST-STMT-COMPLETE.
032900*
033000 1180-TEST-STMT-COMPLETE.
033100     MOVE 'N' TO WS-STMT-COMPLETE-SW
033200     MOVE 0 TO WS-LAST-NB-POS
033300     PERFORM 1185-FIND-ONE-NONBLANK
033400         VARYING WS-NB-POS FROM 1 BY 1
033500         UNTIL WS-NB-POS > 260
033600     IF WS-LAST-NB-POS > 0
033700         AND WS-STMT-TEXT (WS-LAST-NB-POS:1) = '.'
033800         MOVE 'Y' TO WS-STMT-COMPLETE-SW
033900     END-IF.
034000*
034100 1185-FIND-ONE-NONBLANK.
034200     IF WS-STMT-TEXT (WS-NB-POS:1) NOT = SPACE
034300         MOVE WS-NB-POS TO WS-LAST-NB-POS
034400     END-IF.
034500*
034600 1190-READ-NEXT-LINE.
034700     READ COPYBOOK-IN
034800         AT END MOVE 'Y' TO WS-EOF-SWITCH
034900     END-READ.
035000*
035100 1200-TOKENIZE-LINE.
035200     MOVE 0 TO ZZ-WORD-COUNT
035300     MOVE 1 TO ZZ-PTR
035400     PERFORM 1250-EXTRACT-WORD
035500         UNTIL ZZ-PTR > 260 OR ZZ-WORD-COUNT = 20.
035600*
035700 1250-EXTRACT-WORD.
035800     UNSTRING WS-STMT-TEXT (1:260) DELIMITED BY ALL SPACES
035900         INTO ZZ-WORD (ZZ-WORD-COUNT + 1)
036000         WITH POINTER ZZ-PTR
036100     IF ZZ-WORD (ZZ-WORD-COUNT + 1) NOT = SPACES
036200         ADD 1 TO ZZ-WORD-COUNT
036300     END-IF.
036400*
036500 1300-CLASSIFY-ONE-ITEM.
036600     MOVE ZZ-WORD (1) (1:2) TO WS-LEVEL-NUMBER
036700     IF WS-LEVEL-NUMBER = 88
036800         CONTINUE
036900     ELSE
037000         IF WS-REDEF-SKIP-LEVEL > 0
037100             AND WS-LEVEL-NUMBER > WS-REDEF-SKIP-LEVEL
037200             CONTINUE
037300         ELSE
037400             MOVE 0 TO WS-REDEF-SKIP-LEVEL
037500             PERFORM 1400-TAKE-ONE-DATA-ITEM
037600         END-IF
037700     END-IF.
037800*
037900 1400-TAKE-ONE-DATA-ITEM.
038000     IF WS-GROUP-USAGE-LEVEL > 0
038100         AND WS-LEVEL-NUMBER NOT > WS-GROUP-USAGE-LEVEL
038200         MOVE 0 TO WS-GROUP-USAGE-LEVEL
038300         MOVE SPACE TO WS-GROUP-USAGE-TYPE
038400     END-IF
038500     PERFORM 1410-SCAN-FOR-REDEFINES
038600         VARYING ZZ-SUB FROM 1 BY 1
038700         UNTIL ZZ-SUB > ZZ-WORD-COUNT
038800     IF WS-REDEF-SKIP-LEVEL = WS-LEVEL-NUMBER
038900         CONTINUE
039000     ELSE
039100         MOVE 0 TO WS-PIC-FOUND-SUB
039200         PERFORM 1420-SCAN-FOR-PIC
039300             VARYING ZZ-SUB FROM 1 BY 1
039400             UNTIL ZZ-SUB > ZZ-WORD-COUNT
039500         IF WS-PIC-FOUND-SUB > 0
039600             PERFORM 1430-ADD-ELEMENTARY-ITEM
039700         ELSE
039800             PERFORM 1415-NOTE-GROUP-USAGE
039900         END-IF
040000     END-IF.
040100*
040200 1410-SCAN-FOR-REDEFINES.
040300     IF ZZ-WORD (ZZ-SUB) = 'REDEFINES'
040400         MOVE WS-LEVEL-NUMBER TO WS-REDEF-SKIP-LEVEL
040500     END-IF.
040600*
040700 1415-NOTE-GROUP-USAGE.
040800     PERFORM 1416-SCAN-ONE-GROUP-WORD
040900         VARYING ZZ-SUB FROM 1 BY 1
041000         UNTIL ZZ-SUB > ZZ-WORD-COUNT.
041100*
041200 1416-SCAN-ONE-GROUP-WORD.
041300     EVALUATE ZZ-WORD (ZZ-SUB)
041400         WHEN 'COMP-3'
041500         WHEN 'COMPUTATIONAL-3'
041600         WHEN 'PACKED-DECIMAL'
041700             MOVE 'P' TO WS-GROUP-USAGE-TYPE
041800             MOVE WS-LEVEL-NUMBER TO WS-GROUP-USAGE-LEVEL
041900         WHEN 'COMP'
042000         WHEN 'COMP-4'
042100         WHEN 'COMP-5'
042200         WHEN 'BINARY'
042300             MOVE 'B' TO WS-GROUP-USAGE-TYPE
042400             MOVE WS-LEVEL-NUMBER TO WS-GROUP-USAGE-LEVEL
042500         WHEN OTHER
042600             CONTINUE
042700     END-EVALUATE.
042800*
042900 1420-SCAN-FOR-PIC.
043000     IF ZZ-WORD (ZZ-SUB) = 'PIC' OR ZZ-WORD (ZZ-SUB) = 'PICTURE'
043100         MOVE ZZ-SUB TO WS-PIC-FOUND-SUB
043200     END-IF.
043300*
043400 1430-ADD-ELEMENTARY-ITEM.
043500     IF EL-ENTRY-COUNT >= EL-TABLE-MAX
043600         CONTINUE
043700     ELSE
043800         MOVE SPACES TO EL-PIC-STRING
043900         MOVE ZZ-WORD (WS-PIC-FOUND-SUB + 1) TO EL-PIC-STRING
044000         PERFORM 1440-PARSE-PIC-STRING
044100         ADD 1 TO EL-ENTRY-COUNT
044200         MOVE ZZ-WORD (2) TO EL-NAME (EL-ENTRY-COUNT)
044300         MOVE WS-CUR-TYPE TO EL-TYPE (EL-ENTRY-COUNT)
044400         MOVE WS-CUR-SIGNED TO EL-SIGNED-SW (EL-ENTRY-COUNT)
044500         MOVE WS-CUR-DIGITS TO EL-DIGITS (EL-ENTRY-COUNT)
044600         MOVE WS-CUR-DECIMALS TO EL-DECIMALS (EL-ENTRY-COUNT)
044700         MOVE 1 TO EL-OCCURS (EL-ENTRY-COUNT)
044800         PERFORM 1450-APPLY-USAGE-AND-OCCURS
044900         PERFORM 1460-COMPUTE-LENGTH
045000         MOVE WS-NEXT-OFFSET TO EL-OFFSET (EL-ENTRY-COUNT)
045100         COMPUTE WS-NEXT-OFFSET = WS-NEXT-OFFSET
045200             + EL-LENGTH (EL-ENTRY-COUNT)
045300                 * EL-OCCURS (EL-ENTRY-COUNT)
045400     END-IF.
045500*
045600 1440-PARSE-PIC-STRING.
045700     MOVE 'X' TO WS-CUR-TYPE
045800     MOVE ' ' TO WS-CUR-SIGNED
045900     MOVE 0 TO WS-CUR-DIGITS
046000     MOVE 0 TO WS-CUR-DECIMALS
046100     MOVE 'N' TO WS-AFTER-V-SWITCH
046200     MOVE 0 TO WS-CUR-BYTES
046300     MOVE 'N' TO WS-CUR-EDITED-SW
046400     MOVE 'N' TO WS-FLOAT-SEEN-SW
046500     PERFORM 1445-PARSE-ONE-PIC-CHAR
046600         VARYING EL-PIC-POS FROM 1 BY 1
046700         UNTIL EL-PIC-POS > 20
046800             OR EL-PIC-STRING (EL-PIC-POS:1) = SPACE
046900     IF WS-CUR-EDITED
047000         MOVE 'E' TO WS-CUR-TYPE
047100     END-IF.
047200*
047300 1445-PARSE-ONE-PIC-CHAR.
047400     MOVE EL-PIC-STRING (EL-PIC-POS:1) TO EL-PIC-CHAR
047500     EVALUATE EL-PIC-CHAR
047600         WHEN 'S'
047700             MOVE 'S' TO WS-CUR-SIGNED
047800         WHEN 'V'
047900             MOVE 'Y' TO WS-AFTER-V-SWITCH
048000         WHEN '9'
048100             IF WS-CUR-TYPE = 'X'
048200                 MOVE 'Z' TO WS-CUR-TYPE
048300             END-IF
048400             PERFORM 1446-COUNT-REPEATED-CHAR
048500         WHEN 'X'
048600         WHEN 'A'
048700             MOVE 'X' TO WS-CUR-TYPE
048800             PERFORM 1446-COUNT-REPEATED-CHAR
048900         WHEN 'Z'
049000         WHEN '*'
049100             MOVE 'Y' TO WS-CUR-EDITED-SW
049200             PERFORM 1446-COUNT-REPEATED-CHAR
049300         WHEN '-'
049400         WHEN '+'
049500         WHEN '$'
049600             MOVE 'Y' TO WS-CUR-EDITED-SW
049700             PERFORM 1446-COUNT-REPEATED-CHAR
049800             IF NOT WS-FLOAT-SEEN
049900                 SUBTRACT 1 FROM WS-CUR-DIGITS
050000                 MOVE 'Y' TO WS-FLOAT-SEEN-SW
050100             END-IF
050200         WHEN '.'
050300             MOVE 'Y' TO WS-CUR-EDITED-SW
050400             MOVE 'Y' TO WS-AFTER-V-SWITCH
050500             ADD 1 TO WS-CUR-BYTES
050600         WHEN ','
050700         WHEN 'B'
050800         WHEN '0'
050900         WHEN '/'
051000             MOVE 'Y' TO WS-CUR-EDITED-SW
051100             PERFORM 1449-COUNT-INSERT-CHAR
051200         WHEN OTHER
051300             CONTINUE
051400     END-EVALUATE.
051500*
051600 1446-COUNT-REPEATED-CHAR.
051700     IF EL-PIC-POS < 20
051800         AND EL-PIC-STRING (EL-PIC-POS + 1:1) = '('
051900         PERFORM 1447-READ-REPEAT-COUNT
052000     ELSE
052100         MOVE 1 TO EL-REPEAT-COUNT
052200     END-IF
052300     IF WS-AFTER-V
052400         ADD EL-REPEAT-COUNT TO WS-CUR-DECIMALS
052500     END-IF
052600     ADD EL-REPEAT-COUNT TO WS-CUR-DIGITS
052700     ADD EL-REPEAT-COUNT TO WS-CUR-BYTES.
052800*
052900 1447-READ-REPEAT-COUNT.
053000     ADD 2 TO EL-PIC-POS
053100     MOVE 0 TO EL-REPEAT-COUNT
053200     PERFORM 1448-ACCUMULATE-ONE-DIGIT
053300         UNTIL EL-PIC-STRING (EL-PIC-POS:1) = ')'.
053400*
053500 1448-ACCUMULATE-ONE-DIGIT.
053600     MOVE EL-PIC-STRING (EL-PIC-POS:1) TO EL-ONE-DIGIT
053700     COMPUTE EL-REPEAT-COUNT = EL-REPEAT-COUNT * 10
053800         + EL-ONE-DIGIT
053900     ADD 1 TO EL-PIC-POS.
054000*
054100 1449-COUNT-INSERT-CHAR.
054200     IF EL-PIC-POS < 20
054300         AND EL-PIC-STRING (EL-PIC-POS + 1:1) = '('
054400         PERFORM 1447-READ-REPEAT-COUNT
054500     ELSE
054600         MOVE 1 TO EL-REPEAT-COUNT
054700     END-IF
054800     ADD EL-REPEAT-COUNT TO WS-CUR-BYTES.
054900*
055000 1450-APPLY-USAGE-AND-OCCURS.
055100     MOVE 'N' TO WS-EXPLICIT-USAGE-SW
055200     PERFORM 1455-SCAN-ONE-CLAUSE-WORD
055300         VARYING ZZ-SUB FROM 1 BY 1
055400         UNTIL ZZ-SUB > ZZ-WORD-COUNT
055500     IF NOT WS-EXPLICIT-USAGE
055600         AND WS-GROUP-USAGE-LEVEL > 0
055700         AND WS-LEVEL-NUMBER > WS-GROUP-USAGE-LEVEL
055800         AND EL-TYPE (EL-ENTRY-COUNT) = 'Z'
055900         MOVE WS-GROUP-USAGE-TYPE TO EL-TYPE (EL-ENTRY-COUNT)
056000     END-IF.
056100*
056200 1455-SCAN-ONE-CLAUSE-WORD.
056300     EVALUATE ZZ-WORD (ZZ-SUB)
056400         WHEN 'COMP-3'
056500         WHEN 'COMPUTATIONAL-3'
056600         WHEN 'PACKED-DECIMAL'
056700             MOVE 'P' TO EL-TYPE (EL-ENTRY-COUNT)
056800             MOVE 'Y' TO WS-EXPLICIT-USAGE-SW
056900         WHEN 'COMP'
057000         WHEN 'COMP-4'
057100         WHEN 'COMP-5'
057200         WHEN 'BINARY'
057300             MOVE 'B' TO EL-TYPE (EL-ENTRY-COUNT)
057400             MOVE 'Y' TO WS-EXPLICIT-USAGE-SW
057500         WHEN 'DISPLAY'
057600             MOVE 'Y' TO WS-EXPLICIT-USAGE-SW
057700         WHEN 'OCCURS'
057800             IF ZZ-SUB < ZZ-WORD-COUNT
057900                 AND ZZ-WORD (ZZ-SUB + 1) (1:1) IS NUMERIC
058000                 MOVE ZZ-WORD (ZZ-SUB + 1) (1:3)
058100                     TO EL-OCCURS (EL-ENTRY-COUNT)
058200             END-IF
058300         WHEN OTHER
058400             CONTINUE
058500     END-EVALUATE.
058600*
058700 1460-COMPUTE-LENGTH.
058800     EVALUATE EL-TYPE (EL-ENTRY-COUNT)
058900         WHEN 'P'
059000             COMPUTE EL-LENGTH (EL-ENTRY-COUNT) =
059100                 (EL-DIGITS (EL-ENTRY-COUNT) / 2) + 1
059200         WHEN 'B'
059300             EVALUATE TRUE
059400                 WHEN EL-DIGITS (EL-ENTRY-COUNT) < 5
059500                     MOVE 2 TO EL-LENGTH (EL-ENTRY-COUNT)
059600                 WHEN EL-DIGITS (EL-ENTRY-COUNT) < 10
059700                     MOVE 4 TO EL-LENGTH (EL-ENTRY-COUNT)
059800                 WHEN OTHER
059900                     MOVE 8 TO EL-LENGTH (EL-ENTRY-COUNT)
060000             END-EVALUATE
060100         WHEN 'E'
060200             MOVE WS-CUR-BYTES
060300                 TO EL-LENGTH (EL-ENTRY-COUNT)
060400         WHEN OTHER
060500             MOVE EL-DIGITS (EL-ENTRY-COUNT)
060600                 TO EL-LENGTH (EL-ENTRY-COUNT)
060700     END-EVALUATE.
060800*
060900 1500-READ-LOAD-PARM.
061000     OPEN INPUT LOAD-PARM-FILE
061100     READ LOAD-PARM-FILE
061200         AT END
061300             CONTINUE
061400         NOT AT END
061500             IF LP-PAD-OVERLENGTH
061600                 MOVE 'Y' TO WS-PAD-SWITCH
061700             END-IF
061800     END-READ
061900     CLOSE LOAD-PARM-FILE.
062000*
062100 1600-BUILD-DEFAULT-RECORD.
062200     MOVE SPACES TO WS-DEFAULT-RECORD
062300     PERFORM 1610-DEFAULT-ONE-FIELD
062400         VARYING WS-EL-SUB FROM 1 BY 1
062500         UNTIL WS-EL-SUB > EL-ENTRY-COUNT.
062600*
062700 1610-DEFAULT-ONE-FIELD.
062800     PERFORM 1620-DEFAULT-ONE-OCCURRENCE
062900         VARYING WS-OC-SUB FROM 1 BY 1
063000         UNTIL WS-OC-SUB > EL-OCCURS (WS-EL-SUB).
063100*
063200 1620-DEFAULT-ONE-OCCURRENCE.
063300     COMPUTE WS-TARGET-POS = EL-OFFSET (WS-EL-SUB)
063400         + (WS-OC-SUB - 1) * EL-LENGTH (WS-EL-SUB)
063500     IF WS-TARGET-POS + EL-LENGTH (WS-EL-SUB) - 1 NOT > 4096
063600         EVALUATE EL-TYPE (WS-EL-SUB)
063700             WHEN 'Z'
063800                 MOVE ALL '0' TO WS-DEFAULT-RECORD
063900                     (WS-TARGET-POS:EL-LENGTH (WS-EL-SUB))
064000             WHEN 'P'
064100                 MOVE LOW-VALUES TO WS-DEFAULT-RECORD
064200                     (WS-TARGET-POS:EL-LENGTH (WS-EL-SUB))
064300                 MOVE 12 TO WS-BYTE-NUMERIC
064400                 MOVE WS-BYTE-VIEW TO WS-DEFAULT-RECORD
064500                     (WS-TARGET-POS + EL-LENGTH (WS-EL-SUB) - 1:1)
064600             WHEN 'B'
064700                 MOVE LOW-VALUES TO WS-DEFAULT-RECORD
064800                     (WS-TARGET-POS:EL-LENGTH (WS-EL-SUB))
064900             WHEN OTHER
065000                 CONTINUE
065100         END-EVALUATE
065200     END-IF.
065300*
065400 1650-FIND-FIELD-BY-NAME.
065500     MOVE 0 TO WS-FOUND-SUB
065600     PERFORM 1660-MATCH-ONE-NAME
065700         VARYING WS-FIND-SUB FROM 1 BY 1
065800         UNTIL WS-FIND-SUB > EL-ENTRY-COUNT
065900         OR WS-FOUND-SUB NOT = ZERO.
066000*
066100 1660-MATCH-ONE-NAME.
066200     IF EL-NAME (WS-FIND-SUB) = WS-FIND-NAME
066300         MOVE WS-FIND-SUB TO WS-FOUND-SUB
066400     END-IF.
066500*
066600*    EVERY HEADER COLUMN MUST NAME AN ELEMENTARY ITEM; ONE
066700*    THAT DOES NOT STOPS THE LOAD BEFORE A RECORD IS WRITTEN,
066800*    SINCE A MISSPELT HEADER WOULD OTHERWISE LOAD EMPTY FIELDS.
066900*
067000 2000-MAP-HEADER-ROW.
067100     IF WS-LAYOUT-LENGTH = ZERO OR WS-LAYOUT-LENGTH > 4096
067200         DISPLAY 'CSV2CPY - COPYBOOK LAYOUT LENGTH OUT OF RANGE: '
067300             WS-LAYOUT-LENGTH
067400         MOVE 'N' TO WS-HEADER-SWITCH
067500     END-IF
067600     PERFORM 2900-READ-CSV-LINE
067700     IF WS-EOF
067800         DISPLAY 'CSV2CPY - NO HEADER ROW'
067900         MOVE 'N' TO WS-HEADER-SWITCH
068000     ELSE
068100         PERFORM 2500-SPLIT-THE-LINE
068200         IF WS-TOO-MANY-CELLS
068300             DISPLAY 'CSV2CPY - MORE THAN 200 HEADER COLUMNS'
068400             MOVE 'N' TO WS-HEADER-SWITCH
068500         END-IF
068600         PERFORM 2100-MAP-ONE-COLUMN
068700             VARYING WS-CL-SUB FROM 1 BY 1
068800             UNTIL WS-CL-SUB > CL-CELL-COUNT
068900         IF WS-HEADER-ERRORS > ZERO
069000             MOVE 'N' TO WS-HEADER-SWITCH
069100         END-IF
069200     END-IF.
069300*
069400 2100-MAP-ONE-COLUMN.
069500     ADD 1 TO CM-TABLE-COUNT
069600     MOVE WS-CL-SUB TO WS-CM-SUB
069700     INSPECT CL-TEXT (WS-CL-SUB) CONVERTING
069800         'abcdefghijklmnopqrstuvwxyz' TO
069900         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
070000     MOVE CL-TEXT (WS-CL-SUB) TO CM-NAME (WS-CM-SUB)
070100     MOVE CL-TEXT (WS-CL-SUB) TO WS-FIND-NAME
070200     PERFORM 1650-FIND-FIELD-BY-NAME
070300     MOVE WS-FOUND-SUB TO CM-EL-SUB (WS-CM-SUB)
070400     MOVE 1 TO CM-OCCUR (WS-CM-SUB)
070500     IF WS-FOUND-SUB = ZERO
070600         DISPLAY 'CSV2CPY - COLUMN NOT ON COPYBOOK: '
070700             CM-NAME (WS-CM-SUB)
070800         ADD 1 TO WS-HEADER-ERRORS
070900     ELSE
071000         MOVE 0 TO WS-PRIOR-COUNT
071100         PERFORM 2110-COUNT-ONE-PRIOR-COLUMN
071200             VARYING WS-PRIOR-SUB FROM 1 BY 1
071300             UNTIL WS-PRIOR-SUB >= WS-CM-SUB
071400         COMPUTE CM-OCCUR (WS-CM-SUB) = WS-PRIOR-COUNT + 1
071500         MOVE WS-FOUND-SUB TO WS-EL-SUB
071600         EVALUATE TRUE
071700             WHEN CM-OCCUR (WS-CM-SUB) > EL-OCCURS (WS-EL-SUB)
071800                 DISPLAY 'CSV2CPY - COLUMN REPEATED BEYOND ITS '
071900                     'OCCURS: ' CM-NAME (WS-CM-SUB)
072000                 ADD 1 TO WS-HEADER-ERRORS
072100             WHEN EL-TYPE (WS-EL-SUB) = 'X'
072200             WHEN EL-TYPE (WS-EL-SUB) = 'E'
072300                 CONTINUE
072400             WHEN EL-DIGITS (WS-EL-SUB) > 18
072500                 DISPLAY 'CSV2CPY - COLUMN WIDER THAN 18 DIGITS: '
072600                     CM-NAME (WS-CM-SUB)
072700                 ADD 1 TO WS-HEADER-ERRORS
072800             WHEN OTHER
072900                 CONTINUE
073000         END-EVALUATE
073100     END-IF.
073200*
073300 2110-COUNT-ONE-PRIOR-COLUMN.
073400     IF CM-EL-SUB (WS-PRIOR-SUB) = WS-FOUND-SUB
073500         ADD 1 TO WS-PRIOR-COUNT
073600     END-IF.
073700*
073800*    A CELL IS SPLIT AT EACH COMMA OUTSIDE QUOTES.  A QUOTED
073900*    CELL MAY HOLD COMMAS, AND A DOUBLED QUOTE INSIDE IT IS ONE
074000*    QUOTE; LEADING SPACES BEFORE AN UNQUOTED CELL ARE DROPPED.
074100*    CL-LENGTH KEEPS COUNTING PAST THE 256 BYTES HELD, SO AN
074200*    OVER-LONG CELL IS STILL SEEN AS OVER-LONG.
074300*
074400 2500-SPLIT-THE-LINE.
074500     MOVE 0 TO CL-CELL-COUNT
074600     MOVE 'N' TO WS-TOO-MANY-CELLS-SW
074700     MOVE 'N' TO WS-SKIP-CHAR-SW
074800     MOVE 0 TO WS-LINE-END
074900     PERFORM 2505-MEASURE-THE-LINE
075000         VARYING WS-LINE-SUB FROM 1 BY 1
075100         UNTIL WS-LINE-SUB > 8192
075200     IF WS-LINE-END > ZERO
075300         PERFORM 2510-START-A-CELL
075400         PERFORM 2520-TAKE-ONE-LINE-CHAR
075500             VARYING WS-LINE-SUB FROM 1 BY 1
075600             UNTIL WS-LINE-SUB > WS-LINE-END
075700     END-IF.
075800*
075900 2505-MEASURE-THE-LINE.
076000     IF WS-CSV-LINE (WS-LINE-SUB:1) NOT = SPACE
076100         MOVE WS-LINE-SUB TO WS-LINE-END
076200     END-IF.
076300*
076400 2510-START-A-CELL.
076500     IF CL-CELL-COUNT < CL-TABLE-MAX
076600         ADD 1 TO CL-CELL-COUNT
076700         MOVE SPACES TO CL-TEXT (CL-CELL-COUNT)
076800         MOVE 0 TO CL-LENGTH (CL-CELL-COUNT)
076900     ELSE
077000         MOVE 'Y' TO WS-TOO-MANY-CELLS-SW
077100     END-IF
077200     MOVE 'N' TO WS-IN-QUOTES-SW
077300     MOVE 'N' TO WS-CELL-STARTED-SW.
077400*
077500 2520-TAKE-ONE-LINE-CHAR.
077600     MOVE WS-CSV-LINE (WS-LINE-SUB:1) TO WS-LINE-CHAR
077700     EVALUATE TRUE
077800         WHEN WS-SKIP-CHAR
077900             MOVE 'N' TO WS-SKIP-CHAR-SW
078000         WHEN WS-IN-QUOTES
078100             IF WS-LINE-CHAR = '"'
078200                 IF WS-LINE-SUB < WS-LINE-END
078300                     AND WS-CSV-LINE (WS-LINE-SUB + 1:1) = '"'
078400                     PERFORM 2530-KEEP-ONE-CHAR
078500                     MOVE 'Y' TO WS-SKIP-CHAR-SW
078600                 ELSE
078700                     MOVE 'N' TO WS-IN-QUOTES-SW
078800                 END-IF
078900             ELSE
079000                 PERFORM 2530-KEEP-ONE-CHAR
079100             END-IF
079200         WHEN WS-LINE-CHAR = ','
079300             PERFORM 2510-START-A-CELL
079400         WHEN WS-LINE-CHAR = '"' AND NOT WS-CELL-STARTED
079500             MOVE 'Y' TO WS-IN-QUOTES-SW
079600             MOVE 'Y' TO WS-CELL-STARTED-SW
079700         WHEN WS-LINE-CHAR = SPACE AND NOT WS-CELL-STARTED
079800             CONTINUE
079900         WHEN OTHER
080000             MOVE 'Y' TO WS-CELL-STARTED-SW
080100             PERFORM 2530-KEEP-ONE-CHAR
080200     END-EVALUATE.
080300*
080400 2530-KEEP-ONE-CHAR.
080500     IF NOT WS-TOO-MANY-CELLS
080600         ADD 1 TO CL-LENGTH (CL-CELL-COUNT)
080700         IF CL-LENGTH (CL-CELL-COUNT) NOT > 256
080800             MOVE WS-LINE-CHAR TO CL-TEXT (CL-CELL-COUNT)
080900                 (CL-LENGTH (CL-CELL-COUNT):1)
081000         END-IF
081100     END-IF.
081200*
081300*    A SPREADSHEET SAVED ON A PC ENDS EACH LINE WITH A
081400*    CARRIAGE RETURN; IT IS DROPPED.
081500*
081600 2900-READ-CSV-LINE.
081700     READ CSV-IN-FILE INTO WS-CSV-LINE
081800         AT END MOVE 'Y' TO WS-EOF-SWITCH
081900     END-READ
082000     IF NOT WS-EOF
082100         INSPECT WS-CSV-LINE
082200             REPLACING ALL WS-CARRIAGE-RETURN BY SPACE
082300     END-IF.
082400*
082500*    A ROW IS WRITTEN ONLY WHEN EVERY CELL FITS ITS FIELD.  A
082600*    CELL THAT FAILS GOES TO THE REJECT FILE WITH ITS COLUMN,
082700*    THE REASON AND THE ROW AS READ, SO THE ROW CAN BE PUT
082800*    RIGHT AND LOADED AGAIN.  A BLANK LINE IS PASSED OVER.
082900*
083000 3000-LOAD-ONE-ROW.
083100     PERFORM 2500-SPLIT-THE-LINE
083200     IF CL-CELL-COUNT > ZERO
083300         ADD 1 TO WS-ROWS-READ
083400         MOVE 'N' TO WS-ROW-REJECT-SW
083500         MOVE WS-DEFAULT-RECORD (1:WS-LAYOUT-LENGTH)
083600             TO DATA-OUT-RECORD
083700         IF WS-TOO-MANY-CELLS
083800             OR CL-CELL-COUNT > CM-TABLE-COUNT
083900             MOVE '(ROW)' TO RJ-COLUMN-NAME
084000             MOVE 'MORE CELLS THAN HEADER COLUMNS'
084100                 TO WS-REFUSE-REASON
084200             MOVE SPACES TO RJ-CELL-VALUE
084300             PERFORM 3900-REJECT-THE-CELL
084400         ELSE
084500             PERFORM 3100-LOAD-ONE-CELL
084600                 VARYING WS-CL-SUB FROM 1 BY 1
084700                 UNTIL WS-CL-SUB > CL-CELL-COUNT
084800         END-IF
084900         IF WS-ROW-REJECTED
085000             ADD 1 TO WS-ROWS-REJECTED
085100         ELSE
085200             MOVE WS-LAYOUT-LENGTH TO WS-OUT-LENGTH
085300             WRITE DATA-OUT-RECORD
085400             ADD 1 TO WS-RECORDS-WRITTEN
085500         END-IF
085600     END-IF
085700     PERFORM 2900-READ-CSV-LINE.
085800*
085900*    AN EMPTY CELL LEAVES THE FIELD AT ITS EMPTY VALUE.
086000*
086100 3100-LOAD-ONE-CELL.
086200     MOVE CM-EL-SUB (WS-CL-SUB) TO WS-EL-SUB
086300     COMPUTE WS-TARGET-POS = EL-OFFSET (WS-EL-SUB)
086400         + (CM-OCCUR (WS-CL-SUB) - 1) * EL-LENGTH (WS-EL-SUB)
086500     MOVE SPACES TO WS-REFUSE-REASON
086600     IF CL-LENGTH (WS-CL-SUB) > ZERO
086700         EVALUATE EL-TYPE (WS-EL-SUB)
086800             WHEN 'X'
086900             WHEN 'E'
087000                 PERFORM 3200-LOAD-TEXT-CELL
087100             WHEN OTHER
087200                 PERFORM 3300-LOAD-NUMBER-CELL
087300         END-EVALUATE
087400         IF WS-REFUSE-REASON NOT = SPACES
087500             MOVE CM-NAME (WS-CL-SUB) TO RJ-COLUMN-NAME
087600             MOVE CL-TEXT (WS-CL-SUB) TO RJ-CELL-VALUE
087700             PERFORM 3900-REJECT-THE-CELL
087800         END-IF
087900     END-IF.
088000*
088100*    TRAILING SPACES IN A QUOTED CELL DO NOT MAKE IT LONGER
088200*    THAN ITS FIELD.
088300*
088400 3200-LOAD-TEXT-CELL.
088500     IF CL-LENGTH (WS-CL-SUB) > 256
088600         MOVE CL-LENGTH (WS-CL-SUB) TO WS-TEXT-END
088700     ELSE
088800         MOVE 0 TO WS-TEXT-END
088900         PERFORM 3210-FIND-TEXT-END
089000             VARYING WS-TEXT-SUB FROM 1 BY 1
089100             UNTIL WS-TEXT-SUB > CL-LENGTH (WS-CL-SUB)
089200     END-IF
089300     IF WS-TEXT-END > EL-LENGTH (WS-EL-SUB)
089400         AND NOT WS-PAD-OVERLENGTH
089500         MOVE 'VALUE LONGER THAN THE FIELD'
089600             TO WS-REFUSE-REASON
089700     ELSE
089800         MOVE CL-TEXT (WS-CL-SUB) TO DATA-OUT-RECORD
089900             (WS-TARGET-POS:EL-LENGTH (WS-EL-SUB))
090000     END-IF.
090100*
090200 3210-FIND-TEXT-END.
090300     IF CL-TEXT (WS-CL-SUB) (WS-TEXT-SUB:1) NOT = SPACE
090400         MOVE WS-TEXT-SUB TO WS-TEXT-END
090500     END-IF.
090600*
090700 3300-LOAD-NUMBER-CELL.
090800     IF CL-LENGTH (WS-CL-SUB) > 24
090900         MOVE 'VALUE LONGER THAN 24 CHARACTERS'
091000             TO WS-REFUSE-REASON
091100     ELSE
091200         MOVE CL-TEXT (WS-CL-SUB) TO WS-VALUE-TEXT
091300         MOVE SPACES TO WS-NEW-BYTES
091400         PERFORM 5200-PARSE-NEW-VALUE
091500         IF WS-REFUSE-REASON = SPACES
091600             PERFORM 5300-FIT-TO-PICTURE
091700         END-IF
091800         IF WS-REFUSE-REASON = SPACES
091900             PERFORM 5400-LAY-OUT-THE-DIGITS
092000             EVALUATE EL-TYPE (WS-EL-SUB)
092100                 WHEN 'P'
092200                     PERFORM 5500-ENCODE-PACKED
092300                 WHEN 'B'
092400                     PERFORM 5700-ENCODE-BINARY
092500                 WHEN OTHER
092600                     PERFORM 5600-ENCODE-ZONED
092700             END-EVALUATE
092800             MOVE WS-NEW-BYTES TO DATA-OUT-RECORD
092900                 (WS-TARGET-POS:EL-LENGTH (WS-EL-SUB))
093000         END-IF
093100     END-IF.
093200*
093300 3900-REJECT-THE-CELL.
093400     MOVE 'Y' TO WS-ROW-REJECT-SW
093500     MOVE WS-ROWS-READ TO RJ-ROW-NO
093600     MOVE WS-REFUSE-REASON TO RJ-REASON
093700     MOVE WS-CSV-LINE TO RJ-ROW-TEXT
093800     WRITE LOAD-REJECT-RECORD FROM WS-REJECT-LINE.
093900*
094000*    A NUMERIC CELL MAY CARRY ONE LEADING SIGN AND ONE DECIMAL
094100*    POINT (042, +500.00, -12.5), AS A CPYPATCH VALUE MAY;
094200*    ANYTHING ELSE, OR A SPACE INSIDE THE VALUE, REJECTS IT.
094300*
094400 5200-PARSE-NEW-VALUE.
094500     MOVE SPACES TO WS-INT-DIGITS
094600     MOVE SPACES TO WS-DEC-DIGITS
094700     MOVE 0 TO WS-INT-COUNT
094800     MOVE 0 TO WS-DEC-COUNT
094900     MOVE 0 TO WS-SIGN-COUNT
095000     MOVE 'N' TO WS-POINT-SEEN-SW
095100     MOVE 'N' TO WS-DIGIT-SEEN-SW
095200     MOVE 'N' TO WS-VALUE-NEG-SW
095300     MOVE 'B' TO WS-VALUE-STATE
095400     PERFORM 5210-TAKE-ONE-VALUE-CHAR
095500         VARYING WS-VAL-SUB FROM 1 BY 1
095600         UNTIL WS-VAL-SUB > 24
095700         OR WS-REFUSE-REASON NOT = SPACES
095800     IF WS-REFUSE-REASON = SPACES
095900         AND NOT WS-DIGIT-SEEN
096000         MOVE 'VALUE HAS NO DIGITS' TO WS-REFUSE-REASON
096100     END-IF.
096200*
096300 5210-TAKE-ONE-VALUE-CHAR.
096400     MOVE WS-VALUE-TEXT (WS-VAL-SUB:1) TO WS-VAL-CHAR
096500     EVALUATE TRUE
096600         WHEN WS-VAL-CHAR = SPACE
096700             IF WS-VALUE-INSIDE
096800                 MOVE 'A' TO WS-VALUE-STATE
096900             END-IF
097000         WHEN WS-VALUE-AFTER
097100             MOVE 'SPACE INSIDE THE VALUE' TO WS-REFUSE-REASON
097200         WHEN WS-VAL-CHAR = '-' OR WS-VAL-CHAR = '+'
097300             MOVE 'I' TO WS-VALUE-STATE
097400             IF WS-DIGIT-SEEN OR WS-POINT-SEEN
097500                 OR WS-SIGN-COUNT > ZERO
097600                 MOVE 'SIGN MISPLACED IN THE VALUE'
097700                     TO WS-REFUSE-REASON
097800             ELSE
097900                 ADD 1 TO WS-SIGN-COUNT
098000                 IF WS-VAL-CHAR = '-'
098100                     MOVE 'Y' TO WS-VALUE-NEG-SW
098200                 END-IF
098300             END-IF
098400         WHEN WS-VAL-CHAR = '.'
098500             MOVE 'I' TO WS-VALUE-STATE
098600             IF WS-POINT-SEEN
098700                 MOVE 'MORE THAN ONE DECIMAL POINT'
098800                     TO WS-REFUSE-REASON
098900             ELSE
099000                 MOVE 'Y' TO WS-POINT-SEEN-SW
099100             END-IF
099200         WHEN WS-VAL-CHAR IS NUMERIC
099300             MOVE 'I' TO WS-VALUE-STATE
099400             MOVE 'Y' TO WS-DIGIT-SEEN-SW
099500             PERFORM 5220-KEEP-ONE-DIGIT
099600         WHEN OTHER
099700             MOVE 'VALUE IS NOT A NUMBER' TO WS-REFUSE-REASON
099800     END-EVALUATE.
099900*
100000 5220-KEEP-ONE-DIGIT.
100100     IF WS-POINT-SEEN
100200         IF WS-DEC-COUNT < 18
100300             ADD 1 TO WS-DEC-COUNT
100400             MOVE WS-VAL-CHAR TO WS-DEC-DIGITS (WS-DEC-COUNT:1)
100500         ELSE
100600             MOVE 'TOO MANY DIGITS IN THE VALUE'
100700                 TO WS-REFUSE-REASON
100800         END-IF
100900     ELSE
101000         IF WS-INT-COUNT < 18
101100             ADD 1 TO WS-INT-COUNT
101200             MOVE WS-VAL-CHAR TO WS-INT-DIGITS (WS-INT-COUNT:1)
101300         ELSE
101400             MOVE 'TOO MANY DIGITS IN THE VALUE'
101500                 TO WS-REFUSE-REASON
101600         END-IF
101700     END-IF.
101800*
101900*    LEADING INTEGER ZEROS AND TRAILING DECIMAL ZEROS DO NOT
102000*    COUNT AGAINST THE PICTURE.  UNDER THE 'P' OPTION EXTRA
102100*    DECIMAL PLACES ARE CUT TO THE SCALE, AS A MOVE CUTS THEM;
102200*    A ZERO VALUE IS NEVER NEGATIVE.
102300*
102400 5300-FIT-TO-PICTURE.
102500     MOVE 0 TO WS-INT-FIRST
102600     MOVE 0 TO WS-INT-SIG
102700     PERFORM 5310-FIND-FIRST-SIGNIFICANT
102800         VARYING WS-VAL-SUB FROM 1 BY 1
102900         UNTIL WS-VAL-SUB > WS-INT-COUNT
103000         OR WS-INT-FIRST NOT = ZERO
103100     IF WS-INT-FIRST > ZERO
103200         COMPUTE WS-INT-SIG = WS-INT-COUNT - WS-INT-FIRST + 1
103300     END-IF
103400     IF WS-PAD-OVERLENGTH
103500         AND WS-DEC-COUNT > EL-DECIMALS (WS-EL-SUB)
103600         MOVE EL-DECIMALS (WS-EL-SUB) TO WS-DEC-COUNT
103700     END-IF
103800     MOVE 'N' TO WS-DEC-DONE-SW
103900     PERFORM 5320-DROP-TRAILING-ZERO
104000         UNTIL WS-DEC-COUNT = ZERO OR WS-DEC-DONE
104100     IF WS-INT-SIG = ZERO AND WS-DEC-COUNT = ZERO
104200         MOVE 'N' TO WS-VALUE-NEG-SW
104300     END-IF
104400     COMPUTE WS-INT-ROOM =
104500         EL-DIGITS (WS-EL-SUB) - EL-DECIMALS (WS-EL-SUB)
104600     EVALUATE TRUE
104700         WHEN WS-VALUE-NEG AND NOT EL-SIGNED (WS-EL-SUB)
104800             MOVE 'NEGATIVE VALUE FOR AN UNSIGNED FIELD'
104900                 TO WS-REFUSE-REASON
105000         WHEN WS-INT-SIG > WS-INT-ROOM
105100             MOVE 'TOO MANY INTEGER DIGITS FOR THE PIC'
105200                 TO WS-REFUSE-REASON
105300         WHEN WS-DEC-COUNT > EL-DECIMALS (WS-EL-SUB)
105400             MOVE 'TOO MANY DECIMAL PLACES FOR THE PIC'
105500                 TO WS-REFUSE-REASON
105600         WHEN OTHER
105700             CONTINUE
105800     END-EVALUATE.
105900*
106000 5310-FIND-FIRST-SIGNIFICANT.
106100     IF WS-INT-DIGITS (WS-VAL-SUB:1) NOT = '0'
106200         MOVE WS-VAL-SUB TO WS-INT-FIRST
106300     END-IF.
106400*
106500 5320-DROP-TRAILING-ZERO.
106600     IF WS-DEC-DIGITS (WS-DEC-COUNT:1) = '0'
106700         SUBTRACT 1 FROM WS-DEC-COUNT
106800     ELSE
106900         MOVE 'Y' TO WS-DEC-DONE-SW
107000     END-IF.
107100*
107200*    THE DIGITS ARE LAID OUT AT THE FIELD'S OWN WIDTH, THE
107300*    INTEGER PART RIGHT OF THE V AND THE DECIMALS LEFT OF IT
107400*    FILLED OUT WITH ZEROS.
107500*
107600 5400-LAY-OUT-THE-DIGITS.
107700     MOVE ALL '0' TO WS-DIGITS-WORK
107800     IF WS-INT-SIG > ZERO
107900         MOVE WS-INT-DIGITS (WS-INT-FIRST:WS-INT-SIG)
108000             TO WS-DIGITS-WORK
108100             (WS-INT-ROOM - WS-INT-SIG + 1:WS-INT-SIG)
108200     END-IF
108300     IF WS-DEC-COUNT > ZERO
108400         MOVE WS-DEC-DIGITS (1:WS-DEC-COUNT)
108500             TO WS-DIGITS-WORK (WS-INT-ROOM + 1:WS-DEC-COUNT)
108600     END-IF.
108700*
108800*    PACKED BYTES BUILD TWO DIGITS AT A TIME, AS CPYCONV
108900*    BUILDS THEM; AN EVEN DIGIT COUNT LEADS WITH A ZERO
109000*    NIBBLE, AND THE SIGN NIBBLE IS X'D' NEGATIVE OR X'C'.
109100*
109200 5500-ENCODE-PACKED.
109300     MOVE 0 TO WS-DIGIT-SUB
109400     PERFORM 5510-PACK-ONE-BYTE
109500         VARYING WS-BYTE-SUB FROM 1 BY 1
109600         UNTIL WS-BYTE-SUB > EL-LENGTH (WS-EL-SUB).
109700*
109800 5510-PACK-ONE-BYTE.
109900     IF WS-BYTE-SUB = 1
110000         AND EL-DIGITS (WS-EL-SUB) IS NOT EQUAL TO
110100             (EL-LENGTH (WS-EL-SUB) * 2 - 1)
110200         MOVE 0 TO WS-PACK-NIBBLE-HIGH
110300     ELSE
110400         ADD 1 TO WS-DIGIT-SUB
110500         MOVE WS-DIGITS-WORK (WS-DIGIT-SUB:1)
110600             TO WS-ONE-DIGIT
110700         MOVE WS-ONE-DIGIT TO WS-PACK-NIBBLE-HIGH
110800     END-IF
110900     IF WS-BYTE-SUB = EL-LENGTH (WS-EL-SUB)
111000         IF WS-VALUE-NEG
111100             MOVE 13 TO WS-PACK-NIBBLE-LOW
111200         ELSE
111300             MOVE 12 TO WS-PACK-NIBBLE-LOW
111400         END-IF
111500     ELSE
111600         ADD 1 TO WS-DIGIT-SUB
111700         MOVE WS-DIGITS-WORK (WS-DIGIT-SUB:1)
111800             TO WS-ONE-DIGIT
111900         MOVE WS-ONE-DIGIT TO WS-PACK-NIBBLE-LOW
112000     END-IF
112100     COMPUTE WS-BYTE-NUMERIC =
112200         WS-PACK-NIBBLE-HIGH * 16 + WS-PACK-NIBBLE-LOW
112300     MOVE WS-BYTE-VIEW TO WS-NEW-BYTES (WS-BYTE-SUB:1).
112400*
112500*    ZONED DIGITS GO STRAIGHT IN; A NEGATIVE VALUE CARRIES
112600*    THE OVERPUNCH IN ITS LAST BYTE.
112700*
112800 5600-ENCODE-ZONED.
112900     MOVE WS-DIGITS-WORK (1:EL-DIGITS (WS-EL-SUB))
113000         TO WS-NEW-BYTES
113100     IF WS-VALUE-NEG
113200         MOVE WS-DIGITS-WORK (EL-DIGITS (WS-EL-SUB):1)
113300             TO WS-ONE-DIGIT
113400         MOVE WS-OVERPUNCH-NEG (WS-ONE-DIGIT + 1:1)
113500             TO WS-NEW-BYTES (EL-DIGITS (WS-EL-SUB):1)
113600     END-IF.
113700*
113800*    BINARY BYTES COME OFF THE LOW END OF THE VALUE, 256 AT A
113900*    TIME.  A NEGATIVE VALUE IS HELD AS ITS TWO'S COMPLEMENT:
114000*    THE BYTES OF ONE LESS THAN ITS MAGNITUDE, EACH INVERTED.
114100*
114200 5700-ENCODE-BINARY.
114300     MOVE 0 TO WS-BIN-VALUE
114400     PERFORM 5710-FOLD-ONE-BINARY-DIGIT
114500         VARYING WS-DIGIT-SUB FROM 1 BY 1
114600         UNTIL WS-DIGIT-SUB > EL-DIGITS (WS-EL-SUB)
114700     IF WS-VALUE-NEG
114800         SUBTRACT 1 FROM WS-BIN-VALUE
114900     END-IF
115000     PERFORM 5720-TAKE-ONE-BINARY-BYTE
115100         VARYING WS-BYTE-SUB FROM EL-LENGTH (WS-EL-SUB) BY -1
115200         UNTIL WS-BYTE-SUB < 1.
115300*
115400 5710-FOLD-ONE-BINARY-DIGIT.
115500     MOVE WS-DIGITS-WORK (WS-DIGIT-SUB:1) TO WS-ONE-DIGIT
115600     COMPUTE WS-BIN-VALUE = WS-BIN-VALUE * 10 + WS-ONE-DIGIT.
115700*
115800 5720-TAKE-ONE-BINARY-BYTE.
115900     DIVIDE WS-BIN-VALUE BY 256
116000         GIVING WS-BIN-QUOTIENT
116100         REMAINDER WS-BIN-REMAINDER
116200     IF WS-VALUE-NEG
116300         COMPUTE WS-BYTE-NUMERIC = 255 - WS-BIN-REMAINDER
116400     ELSE
116500         MOVE WS-BIN-REMAINDER TO WS-BYTE-NUMERIC
116600     END-IF
116700     MOVE WS-BYTE-VIEW TO WS-NEW-BYTES (WS-BYTE-SUB:1)
116800     MOVE WS-BIN-QUOTIENT TO WS-BIN-VALUE.
116900*
117000 9999-EXIT.
117100     STOP RUN.
