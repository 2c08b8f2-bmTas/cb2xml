000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CPYPATCH.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COPYBOOK TOOLING - DATA QUALITY.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - COPYBOOK-DRIVEN            *
001400*                   SINGLE-RECORD PATCH, SO CORRUPT PRODUCTION   *
001500*                   RECORDS STOP BEING FIXED WITH A HEX EDITOR.  *
001600*                   A PATCH CARD NAMES A KEY FIELD AND VALUE     *
001700*                   THAT MUST PICK EXACTLY ONE RECORD, A TARGET  *
001800*                   FIELD BY COPYBOOK NAME AND THE NEW VALUE.    *
001900*                   THE VALUE IS CHECKED AGAINST THE TARGET'S    *
002000*                   PIC AND RE-ENCODED FOR ITS USAGE AND SCALE   *
002100*                   (DISPLAY, COMP-3, COMP); A VALUE THAT FAILS  *
002200*                   IS REFUSED.  EVERY PATCHED RECORD PRINTS     *
002300*                   BEFORE AND AFTER, CPYDUMP-STYLE, TO THE      *
002400*                   PATCH AUDIT.  A PRODUCTION DATASET NEEDS A   *
002500*                   SECOND OPERATOR'S APPROVAL CARD OR THE RUN   *
002600*                   DOES NOT GO AHEAD.  THE COPYBOOK SCANS THE   *
002700*                   WAY CPYDUMP AND CPYSELCT SCAN IT.            *
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
003800     SELECT PATCH-CTL-FILE ASSIGN TO PATCHCTL
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT PATCH-CARD-FILE ASSIGN TO PATCHCRD
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OPTIONAL PATCH-APPR-FILE ASSIGN TO PATCHAPR
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT DATA-IN-FILE ASSIGN TO DATAIN
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT DATA-OUT-FILE ASSIGN TO DATAOUT
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT PATCH-AUDIT-FILE ASSIGN TO PATCHAUD
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  COPYBOOK-IN
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  COPYBOOK-IN-REC             PIC X(80).
005500*
005600*    ONE CONTROL CARD NAMES THE DATASET BEING PATCHED, WHETHER
005700*    IT IS PRODUCTION OR TEST, AND THE OPERATOR ASKING.
005800*
005900 FD  PATCH-CTL-FILE.
006000 01  PATCH-CTL-RECORD            PIC X(65).
006100*
006200*    ONE CARD PER PATCH: THE KEY FIELD AND ITS VALUE PICK THE
006300*    RECORD, THE TARGET FIELD (AND OCCURRENCE, ZERO MEANING THE
006400*    FIRST) TAKES THE NEW VALUE.
006500*
006600 FD  PATCH-CARD-FILE.
006700 01  PATCH-CARD-RECORD.
006800     05  PC-KEY-FIELD            PIC X(30).
006900     05  PC-KEY-VALUE            PIC X(24).
007000     05  PC-TARGET-FIELD         PIC X(30).
007100     05  PC-TARGET-OCCUR         PIC 9(03).
007200     05  PC-NEW-VALUE            PIC X(24).
007300*
007400*    THE SECOND OPERATOR'S APPROVAL, NAMING THE SAME DATASET.
007500*
007600 FD  PATCH-APPR-FILE.
007700 01  PATCH-APPR-RECORD.
007800     05  AP-APPROVE-OPER         PIC X(08).
007900     05  AP-ACTION-CODE          PIC X(01).
008000         88  AP-APPROVED         VALUE 'A'.
008100     05  AP-DATASET-NAME         PIC X(44).
008200*
008300 FD  DATA-IN-FILE
008400     RECORD IS VARYING IN SIZE FROM 1 TO 4096
008500     DEPENDING ON WS-DATA-LENGTH.
008600 01  DATA-IN-RECORD              PIC X(4096).
008700*
008800 FD  DATA-OUT-FILE
008900     RECORD IS VARYING IN SIZE FROM 1 TO 4096
009000     DEPENDING ON WS-OUT-LENGTH.
009100 01  DATA-OUT-RECORD             PIC X(4096).
009200*
009300 FD  PATCH-AUDIT-FILE.
009400 01  PATCH-AUDIT-RECORD.
009500     05  PA-CARRIAGE-CONTROL     PIC X(01).
009600     05  PA-PRINT-LINE           PIC X(132).
009700*
009800 WORKING-STORAGE SECTION.
009900*
010000 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
010100     88  WS-EOF                  VALUE 'Y'.
010200 01  WS-CARD-EOF-SWITCH          PIC X(01) VALUE 'N'.
010300     88  WS-CARD-EOF             VALUE 'Y'.
010400 01  WS-CONTROL-SWITCH           PIC X(01) VALUE 'N'.
010500     88  WS-CONTROL-READ         VALUE 'Y'.
010600 01  WS-RUN-SWITCH               PIC X(01) VALUE 'N'.
010700     88  WS-RUN-ALLOWED          VALUE 'Y'.
010800*
010900*    THE CONTROL CARD IS KEPT FOR THE AUDIT HEADING.
011000*
011100 01  WS-CONTROL-CARD.
011200     05  CT-DATASET-NAME         PIC X(44) VALUE SPACES.
011300     05  CT-DATASET-CLASS        PIC X(01) VALUE SPACES.
011400         88  CT-PRODUCTION       VALUE 'P'.
011500         88  CT-TEST             VALUE 'T'.
011600     05  CT-REQUEST-OPER         PIC X(08) VALUE SPACES.
011700     05  CT-CHANGE-REF           PIC X(12) VALUE SPACES.
011800 01  WS-NOT-RUN-REASON           PIC X(40) VALUE SPACES.
011900 01  WS-APPROVE-OPER             PIC X(08) VALUE SPACES.
012000 01  WS-DATA-LENGTH              PIC 9(05) COMP.
012100 01  WS-OUT-LENGTH               PIC 9(05) COMP.
012200 01  WS-RUN-DATE                 PIC 9(08).
012300 01  WS-RUN-TIME                 PIC 9(08).
012400 01  WS-RECORD-NO                PIC 9(09) VALUE 0.
012500 01  WS-RECORDS-COPIED           PIC 9(09) VALUE 0.
012600 01  WS-RECORDS-PATCHED          PIC 9(09) VALUE 0.
012700 01  WS-PATCHES-APPLIED          PIC 9(05) VALUE 0.
012800 01  WS-PATCHES-REFUSED          PIC 9(05) VALUE 0.
012900 01  WS-RECORD-HIT-SW            PIC X(01).
013000     88  WS-RECORD-HIT           VALUE 'Y'.
013100 01  WS-KEY-MATCH-SW             PIC X(01).
013200     88  WS-KEY-MATCH            VALUE 'Y'.
013300*
013400 01  EL-TABLE-MAX                PIC 9(03) COMP VALUE 200.
013500 01  EL-ENTRY-COUNT              PIC 9(03) COMP VALUE 0.
013600 01  EL-ITEM-TABLE.
013700     05  EL-ITEM-ENTRY OCCURS 200 TIMES.
013800         10  EL-NAME             PIC X(30).
013900         10  EL-TYPE             PIC X(01).
014000         10  EL-SIGNED-SW        PIC X(01).
014100             88  EL-SIGNED       VALUE 'S'.
014200         10  EL-DIGITS           PIC 9(04).
014300         10  EL-DECIMALS         PIC 9(02).
014400         10  EL-OFFSET           PIC 9(05).
014500         10  EL-LENGTH           PIC 9(05).
014600         10  EL-OCCURS           PIC 9(03).
014700*
014800 01  WS-EL-SUB                   PIC 9(03) COMP.
014900 01  WS-OC-SUB                   PIC 9(03) COMP.
015000*
015100*    PATCH CARDS, RESOLVED AND CHECKED AT START-UP.  A CARD THAT
015200*    NAMES AN UNKNOWN FIELD OR CARRIES A VALUE THE PICTURE CANNOT
015300*    HOLD IS REFUSED BEFORE ANY DATA MOVES; THE NEW VALUE OF A
015400*    GOOD CARD IS HELD ALREADY ENCODED FOR THE TARGET'S USAGE.
015500*
015600 01  PT-TABLE-MAX                PIC 9(03) COMP VALUE 50.
015700 01  PT-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
015800 01  PT-TABLE.
015900     05  PT-ENTRY OCCURS 50 TIMES.
016000         10  PT-KEY-FIELD        PIC X(30).
016100         10  PT-KEY-VALUE        PIC X(24).
016200         10  PT-TARGET-FIELD     PIC X(30).
016300         10  PT-TARGET-OCCUR     PIC 9(03).
016400         10  PT-NEW-VALUE        PIC X(24).
016500         10  PT-KEY-SUB          PIC 9(03) COMP.
016600         10  PT-TARGET-SUB       PIC 9(03) COMP.
016700         10  PT-NEW-BYTES        PIC X(24).
016800         10  PT-STATUS           PIC X(01).
016900             88  PT-VALID        VALUE 'V'.
017000             88  PT-REFUSED      VALUE 'R'.
017100             88  PT-APPLIED      VALUE 'A'.
017200         10  PT-REASON           PIC X(40).
017300         10  PT-MATCH-COUNT      PIC 9(07).
017400         10  PT-MATCH-RECORD     PIC 9(09).
017500         10  PT-OUTSIDE-SW       PIC X(01).
017600             88  PT-OUTSIDE      VALUE 'Y'.
017700 01  WS-PT-SUB                   PIC 9(03) COMP.
017800 01  WS-REFUSE-REASON            PIC X(40).
017900*
018000*    SCANNER WORK AREAS, AS IN CPYDUMP.
018100*
018200 01  ZZ-WORD-TABLE.
018300     05  ZZ-WORD                 OCCURS 20 TIMES PIC X(30).
018400 01  ZZ-WORD-COUNT               PIC 9(02) VALUE 0.
018500 01  ZZ-PTR                      PIC 9(03) VALUE 1.
018600 01  WS-STMT-TEXT                PIC X(260).
018700 01  WS-STMT-LEN                 PIC 9(03) COMP.
018800 01  WS-STMT-COMPLETE-SW         PIC X(01).
018900     88  WS-STMT-COMPLETE        VALUE 'Y'.
019000 01  WS-LAST-NB-POS              PIC 9(03) COMP.
019100 01  WS-NB-POS                   PIC 9(03) COMP.
019200 01  ZZ-SUB                      PIC 9(02).
019300 01  WS-LEVEL-NUMBER             PIC 9(02).
019400 01  WS-REDEF-SKIP-LEVEL         PIC 9(02) VALUE 0.
019500 01  WS-PIC-FOUND-SUB            PIC 9(02).
019600 01  EL-PIC-STRING               PIC X(20).
019700 01  EL-PIC-POS                  PIC 9(02).
019800 01  EL-PIC-CHAR                 PIC X(01).
019900 01  EL-ONE-DIGIT                PIC 9(01).
020000 01  EL-REPEAT-COUNT             PIC 9(03).
020100 01  WS-AFTER-V-SWITCH           PIC X(01).
020200     88  WS-AFTER-V              VALUE 'Y'.
020300 01  WS-CUR-TYPE                 PIC X(01).
020400 01  WS-CUR-SIGNED               PIC X(01).
020500 01  WS-CUR-DIGITS               PIC 9(04).
020600 01  WS-CUR-DECIMALS             PIC 9(02).
020700 01  WS-CUR-BYTES                PIC 9(04).
020800 01  WS-CUR-EDITED-SW            PIC X(01).
020900     88  WS-CUR-EDITED           VALUE 'Y'.
021000 01  WS-FLOAT-SEEN-SW            PIC X(01).
021100     88  WS-FLOAT-SEEN           VALUE 'Y'.
021200 01  WS-EXPLICIT-USAGE-SW        PIC X(01).
021300     88  WS-EXPLICIT-USAGE       VALUE 'Y'.
021400 01  WS-GROUP-USAGE-TYPE         PIC X(01) VALUE SPACE.
021500 01  WS-GROUP-USAGE-LEVEL        PIC 9(02) VALUE 0.
021600 01  WS-NEXT-OFFSET              PIC 9(05) VALUE 1.
021700*
021800*    DECODE AND COMPARE WORK AREAS, AS IN CPYSELCT.
021900*
022000 01  WS-BYTE-GROUP.
022100     05  WS-BYTE-NUMERIC         PIC 9(02) COMP-X.
022200 01  WS-BYTE-VIEW REDEFINES WS-BYTE-GROUP
022300                                 PIC X(01).
022400 01  WS-HIGH-NIBBLE              PIC 9(02).
022500 01  WS-LOW-NIBBLE               PIC 9(02).
022600 01  WS-HEXCHARS                 PIC X(16)
022700                                 VALUE '0123456789ABCDEF'.
022800 01  WS-HEX-OUT                  PIC X(16).
022900 01  WS-HEX-SUB                  PIC 9(02) COMP.
023000 01  WS-BYTE-SUB                 PIC 9(05) COMP.
023100 01  WS-TARGET-POS               PIC 9(05) COMP.
023200 01  WS-FIELD-END                PIC 9(05) COMP.
023300 01  WS-FIELD-OK-SWITCH          PIC X(01).
023400     88  WS-FIELD-OK             VALUE 'Y'.
023500 01  WS-OVERPUNCH-POS            PIC X(10) VALUE '{ABCDEFGHI'.
023600 01  WS-OVERPUNCH-NEG            PIC X(10) VALUE '}JKLMNOPQR'.
023700 01  WS-LAST-BYTE                PIC X(01).
023800 01  WS-OP-SUB                   PIC 9(02) COMP.
023900 01  WS-VALUE-NEG-SW             PIC X(01).
024000     88  WS-VALUE-NEG            VALUE 'Y'.
024100 01  WS-LAST-DIGIT               PIC 9(01).
024200 01  WS-DIGITS-WORK              PIC X(18).
024300 01  WS-DIGIT-SUB                PIC 9(02) COMP.
024400*
024500 01  WS-FIELD-NUMBER             PIC S9(13)V9(04) COMP-3.
024600 01  WS-LITERAL-NUMBER           PIC S9(13)V9(04) COMP-3.
024700 01  WS-SCALE-SUB                PIC 9(02) COMP.
024800 01  WS-LIT-DECIMALS             PIC 9(02) COMP.
024900 01  WS-LIT-NEG-SW               PIC X(01).
025000     88  WS-LIT-NEG              VALUE 'Y'.
025100 01  WS-LIT-SUB                  PIC 9(02) COMP.
025200 01  WS-LIT-CHAR                 PIC X(01).
025300 01  WS-LITERAL-TEXT             PIC X(24).
025400 01  WS-FIND-NAME                PIC X(30).
025500 01  WS-FIND-SUB                 PIC 9(03) COMP.
025600 01  WS-FOUND-SUB                PIC 9(03) COMP.
025700 01  WS-DECODED-VALUE            PIC X(24).
025800*
025900*    NEW-VALUE CHECKING AND ENCODING.  THE VALUE IS SPLIT INTO
026000*    ITS INTEGER AND DECIMAL DIGITS, MEASURED AGAINST THE PICTURE,
026100*    AND LAID OUT AT THE FIELD'S OWN WIDTH AND SCALE BEFORE IT IS
026200*    PACKED, ZONED OR MADE BINARY.
026300*
026400 01  WS-NEW-BYTES                PIC X(24).
026500 01  WS-VALUE-TEXT               PIC X(24).
026600 01  WS-VALUE-STATE              PIC X(01).
026700     88  WS-VALUE-BEFORE         VALUE 'B'.
026800     88  WS-VALUE-INSIDE         VALUE 'I'.
026900     88  WS-VALUE-AFTER          VALUE 'A'.
027000 01  WS-INT-DIGITS               PIC X(18).
027100 01  WS-INT-COUNT                PIC 9(02) COMP.
027200 01  WS-DEC-DIGITS               PIC X(18).
027300 01  WS-DEC-COUNT                PIC 9(02) COMP.
027400 01  WS-SIGN-COUNT               PIC 9(02) COMP.
027500 01  WS-POINT-SEEN-SW            PIC X(01).
027600     88  WS-POINT-SEEN           VALUE 'Y'.
027700 01  WS-DIGIT-SEEN-SW            PIC X(01).
027800     88  WS-DIGIT-SEEN           VALUE 'Y'.
027900 01  WS-VAL-SUB                  PIC 9(02) COMP.
028000 01  WS-VAL-CHAR                 PIC X(01).
028100 01  WS-TEXT-END                 PIC 9(02) COMP.
028200 01  WS-TEXT-SUB                 PIC 9(02) COMP.
028300 01  WS-INT-ROOM                 PIC 9(02) COMP.
028400 01  WS-INT-FIRST                PIC 9(02) COMP.
028500 01  WS-INT-SIG                  PIC 9(02) COMP.
028600 01  WS-DEC-DONE-SW              PIC X(01).
028700     88  WS-DEC-DONE             VALUE 'Y'.
028800 01  WS-PACK-NIBBLE-HIGH         PIC 9(02).
028900 01  WS-PACK-NIBBLE-LOW          PIC 9(02).
029000 01  WS-ONE-DIGIT                PIC 9(01).
029100 01  WS-BIN-VALUE                PIC 9(18).
029200 01  WS-BIN-QUOTIENT             PIC 9(18).
029300 01  WS-BIN-REMAINDER            PIC 9(03).
029400*
029500*    THE RECORD AS IT STOOD BEFORE ITS PATCHES, FOR THE AUDIT.
029600*
029700 01  WS-BEFORE-RECORD            PIC X(4096).
029800 01  WS-IMAGE-SWITCH             PIC X(01).
029900     88  WS-IMAGE-BEFORE         VALUE 'B'.
030000     88  WS-IMAGE-AFTER          VALUE 'A'.
030100*
030200 01  WS-AUDIT-HEADING.
030300     05  FILLER                  PIC X(45) VALUE
030400         'CPYPATCH - COPYBOOK RECORD PATCH AUDIT   RUN '.
030500     05  AH-RUN-DATE             PIC 9(08).
030600     05  FILLER                  PIC X(01) VALUE SPACES.
030700     05  AH-RUN-TIME             PIC 9(06).
030800     05  FILLER                  PIC X(72) VALUE SPACES.
030900*
031000 01  WS-AUDIT-TEXT-LINE.
031100     05  AT-TEXT                 PIC X(132).
031200*
031300 01  WS-RECORD-HEADER.
031400     05  FILLER                  PIC X(07) VALUE 'RECORD '.
031500     05  RH-RECORD-NO            PIC 9(09).
031600     05  FILLER                  PIC X(09) VALUE '  LENGTH '.
031700     05  RH-LENGTH               PIC 9(05).
031800     05  FILLER                  PIC X(02) VALUE SPACES.
031900     05  RH-IMAGE                PIC X(12).
032000     05  FILLER                  PIC X(88) VALUE SPACES.
032100*
032200 01  WS-FIELD-LINE.
032300     05  FL-NAME                 PIC X(30).
032400     05  FILLER                  PIC X(01) VALUE SPACES.
032500     05  FL-DECLARED             PIC X(18).
032600     05  FILLER                  PIC X(01) VALUE SPACES.
032700     05  FL-OFFSET               PIC 9(05).
032800     05  FILLER                  PIC X(01) VALUE SPACES.
032900     05  FL-HEX                  PIC X(16).
033000     05  FILLER                  PIC X(01) VALUE SPACES.
033100     05  FL-DECODED              PIC X(24).
033200     05  FILLER                  PIC X(01) VALUE SPACES.
033300     05  FL-CHANGED              PIC X(10).
033400     05  FILLER                  PIC X(24) VALUE SPACES.
033500*
033600 01  WS-PATCH-LINE.
033700     05  FILLER                  PIC X(06) VALUE 'PATCH '.
033800     05  DL-SEQ                  PIC 9(03).
033900     05  FILLER                  PIC X(06) VALUE '  KEY '.
034000     05  DL-KEY-FIELD            PIC X(30).
034100     05  FILLER                  PIC X(03) VALUE ' = '.
034200     05  DL-KEY-VALUE            PIC X(24).
034300     05  FILLER                  PIC X(05) VALUE ' SET '.
034400     05  DL-TARGET-FIELD         PIC X(30).
034500     05  FILLER                  PIC X(01) VALUE '('.
034600     05  DL-TARGET-OCCUR         PIC 9(03).
034700     05  FILLER                  PIC X(01) VALUE ')'.
034800     05  FILLER                  PIC X(20) VALUE SPACES.
034900*
035000 01  WS-PATCH-VALUE-LINE.
035100     05  FILLER                  PIC X(15) VALUE SPACES.
035200     05  FILLER                  PIC X(10) VALUE 'NEW VALUE '.
035300     05  DV-NEW-VALUE            PIC X(24).
035400     05  FILLER                  PIC X(02) VALUE SPACES.
035500     05  DV-OUTCOME              PIC X(60).
035600     05  FILLER                  PIC X(21) VALUE SPACES.
035700*
035800 PROCEDURE DIVISION.
035900*
036000 0000-MAINLINE.
036100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
036200     ACCEPT WS-RUN-TIME FROM TIME
036300     PERFORM 1000-LOAD-ITEM-TABLE
036400     PERFORM 1500-READ-CONTROL-CARD
036500     OPEN OUTPUT PATCH-AUDIT-FILE
036600     PERFORM 1600-LOAD-PATCH-CARDS
036700     PERFORM 1700-CHECK-APPROVAL
036800     PERFORM 1800-PRINT-AUDIT-HEADING
036900     IF WS-RUN-ALLOWED
037000         PERFORM 2000-COUNT-KEY-MATCHES
037100         PERFORM 2500-SETTLE-ONE-PATCH
037200             VARYING WS-PT-SUB FROM 1 BY 1
037300             UNTIL WS-PT-SUB > PT-TABLE-COUNT
037400         PERFORM 3000-WRITE-PATCHED-FILE
037500     ELSE
037600         DISPLAY 'CPYPATCH - NOT RUN: ' WS-NOT-RUN-REASON
037700         MOVE 12 TO RETURN-CODE
037800     END-IF
037900     PERFORM 7000-PRINT-DISPOSITIONS
038000     DISPLAY 'CPYPATCH - RECORDS COPIED:   ' WS-RECORDS-COPIED
038100     DISPLAY 'CPYPATCH - RECORDS PATCHED:  ' WS-RECORDS-PATCHED
038200     DISPLAY 'CPYPATCH - PATCHES APPLIED:  ' WS-PATCHES-APPLIED
038300     DISPLAY 'CPYPATCH - PATCHES REFUSED:  ' WS-PATCHES-REFUSED
038400     IF WS-PATCHES-REFUSED > ZERO
038500         AND RETURN-CODE < 4
038600         MOVE 4 TO RETURN-CODE
038700     END-IF
038800     PERFORM 9999-EXIT.
038900*
039000 1000-LOAD-ITEM-TABLE.
039100     OPEN INPUT COPYBOOK-IN
039200     READ COPYBOOK-IN
039300         AT END MOVE 'Y' TO WS-EOF-SWITCH
039400     END-READ
039500     PERFORM 1100-SCAN-ONE-LINE
039600         UNTIL WS-EOF
039700     CLOSE COPYBOOK-IN.
039800*
039900 1100-SCAN-ONE-LINE.
040000     IF COPYBOOK-IN-REC (7:1) = '*'
040100         OR COPYBOOK-IN-REC = SPACES
040200         PERFORM 1190-READ-NEXT-LINE
040300     ELSE
040400         MOVE SPACES TO WS-STMT-TEXT
040500         MOVE COPYBOOK-IN-REC (8:65) TO WS-STMT-TEXT (1:65)
040600         MOVE 65 TO WS-STMT-LEN
040700         PERFORM 1180-TEST-STMT-COMPLETE
040800         PERFORM 1150-EXTEND-THE-STATEMENT
040900             UNTIL WS-STMT-COMPLETE OR WS-EOF
041000                 OR WS-STMT-LEN > 190
041100         INSPECT WS-STMT-TEXT CONVERTING
041200             'abcdefghijklmnopqrstuvwxyz' TO
041300             'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
041400         IF WS-LAST-NB-POS > 0
041500             AND WS-STMT-TEXT (WS-LAST-NB-POS:1) = '.'
041600             MOVE SPACE TO WS-STMT-TEXT (WS-LAST-NB-POS:1)
041700         END-IF
041800         PERFORM 1200-TOKENIZE-LINE
041900         IF ZZ-WORD-COUNT > 1
042000             AND ZZ-WORD (1) (1:1) IS NUMERIC
042100             PERFORM 1300-CLASSIFY-ONE-ITEM
042200         END-IF
042300         PERFORM 1190-READ-NEXT-LINE
042400     END-IF.
042500*
042600 1150-EXTEND-THE-STATEMENT.
042700     PERFORM 1190-READ-NEXT-LINE
042800     IF NOT WS-EOF
042900         AND COPYBOOK-IN-REC (7:1) NOT = '*'
043000         AND COPYBOOK-IN-REC NOT = SPACES
043100         STRING WS-STMT-TEXT (1:WS-STMT-LEN) ' '
043200             COPYBOOK-IN-REC (8:65)
043300             DELIMITED BY SIZE INTO WS-STMT-TEXT
043400         ADD 66 TO WS-STMT-LEN
043500     END-IF
043600     PERFORM 1180-TEST-STMT-COMPLETE.
043700*
043800 1180-TEST-STMT-COMPLETE.
043900     MOVE 'N' TO WS-STMT-COMPLETE-SW
044000     MOVE 0 TO WS-LAST-NB-POS
044100     PERFORM 1185-FIND-ONE-NONBLANK
044200         VARYING WS-NB-POS FROM 1 BY 1
044300         UNTIL WS-NB-POS > 260
044400     IF WS-LAST-NB-POS > 0
044500         AND WS-STMT-TEXT (WS-LAST-NB-POS:1) = '.'
044600         MOVE 'Y' TO WS-STMT-COMPLETE-SW
044700     END-IF.
044800*
044900 1185-FIND-ONE-NONBLANK.
045000     IF WS-STMT-TEXT (WS-NB-POS:1) NOT = SPACE
045100         MOVE WS-NB-POS TO WS-LAST-NB-POS
045200     END-IF.
045300*
045400 1190-READ-NEXT-LINE.
045500     READ COPYBOOK-IN
045600         AT END MOVE 'Y' TO WS-EOF-SWITCH
045700     END-READ.
045800*
045900 1200-TOKENIZE-LINE.
046000     MOVE 0 TO ZZ-WORD-COUNT
046100     MOVE 1 TO ZZ-PTR
046200     PERFORM 1250-EXTRACT-WORD
046300         UNTIL ZZ-PTR > 260 OR ZZ-WORD-COUNT = 20.
046400*
046500 1250-EXTRACT-WORD.
046600     UNSTRING WS-STMT-TEXT (1:260) DELIMITED BY ALL SPACES
046700         INTO ZZ-WORD (ZZ-WORD-COUNT + 1)
046800         WITH POINTER ZZ-PTR
046900     IF ZZ-WORD (ZZ-WORD-COUNT + 1) NOT = SPACES
047000         ADD 1 TO ZZ-WORD-COUNT
047100     END-IF.
047200*
047300 1300-CLASSIFY-ONE-ITEM.
047400     MOVE ZZ-WORD (1) (1:2) TO WS-LEVEL-NUMBER
047500     IF WS-LEVEL-NUMBER = 88
047600         CONTINUE
047700     ELSE
047800         IF WS-REDEF-SKIP-LEVEL > 0
047900             AND WS-LEVEL-NUMBER > WS-REDEF-SKIP-LEVEL
048000             CONTINUE
048100         ELSE
048200             MOVE 0 TO WS-REDEF-SKIP-LEVEL
048300             PERFORM 1400-TAKE-ONE-DATA-ITEM
048400         END-IF
048500     END-IF.
048600*
048700 1400-TAKE-ONE-DATA-ITEM.
048800     IF WS-GROUP-USAGE-LEVEL > 0
048900         AND WS-LEVEL-NUMBER NOT > WS-GROUP-USAGE-LEVEL
049000         MOVE 0 TO WS-GROUP-USAGE-LEVEL
049100         MOVE SPACE TO WS-GROUP-USAGE-TYPE
049200     END-IF
049300     PERFORM 1410-SCAN-FOR-REDEFINES
049400         VARYING ZZ-SUB FROM 1 BY 1
049500         UNTIL ZZ-SUB > ZZ-WORD-COUNT
049600     IF WS-REDEF-SKIP-LEVEL = WS-LEVEL-NUMBER
049700         CONTINUE
049800     ELSE
049900         MOVE 0 TO WS-PIC-FOUND-SUB
050000         PERFORM 1420-SCAN-FOR-PIC
050100             VARYING ZZ-SUB FROM 1 BY 1
050200             UNTIL ZZ-SUB > ZZ-WORD-COUNT
050300         IF WS-PIC-FOUND-SUB > 0
050400             PERFORM 1430-ADD-ELEMENTARY-ITEM
050500         ELSE
050600             PERFORM 1415-NOTE-GROUP-USAGE
050700         END-IF
050800     END-IF.
050900*
051000 1410-SCAN-FOR-REDEFINES.
051100     IF ZZ-WORD (ZZ-SUB) = 'REDEFINES'
051200         MOVE WS-LEVEL-NUMBER TO WS-REDEF-SKIP-LEVEL
051300     END-IF.
051400*
051500 1415-NOTE-GROUP-USAGE.
051600     PERFORM 1416-SCAN-ONE-GROUP-WORD
051700         VARYING ZZ-SUB FROM 1 BY 1
051800         UNTIL ZZ-SUB > ZZ-WORD-COUNT.
051900*
052000 1416-SCAN-ONE-GROUP-WORD.
052100     EVALUATE ZZ-WORD (ZZ-SUB)
052200         WHEN 'COMP-3'
052300         WHEN 'COMPUTATIONAL-3'
052400         WHEN 'PACKED-DECIMAL'
052500             MOVE 'P' TO WS-GROUP-USAGE-TYPE
052600             MOVE WS-LEVEL-NUMBER TO WS-GROUP-USAGE-LEVEL
052700         WHEN 'COMP'
052800         WHEN 'COMP-4'
052900         WHEN 'COMP-5'
053000         WHEN 'BINARY'
053100             MOVE 'B' TO WS-GROUP-USAGE-TYPE
053200             MOVE WS-LEVEL-NUMBER TO WS-GROUP-USAGE-LEVEL
053300         WHEN OTHER
053400             CONTINUE
053500     END-EVALUATE.
053600*
053700 1420-SCAN-FOR-PIC.
053800     IF ZZ-WORD (ZZ-SUB) = 'PIC' OR ZZ-WORD (ZZ-SUB) = 'PICTURE'
053900         MOVE ZZ-SUB TO WS-PIC-FOUND-SUB
054000     END-IF.
054100*
054200 1430-ADD-ELEMENTARY-ITEM.
054300     IF EL-ENTRY-COUNT >= EL-TABLE-MAX
054400         CONTINUE
054500     ELSE
054600         MOVE SPACES TO EL-PIC-STRING
054700         MOVE ZZ-WORD (WS-PIC-FOUND-SUB + 1) TO EL-PIC-STRING
054800         PERFORM 1440-PARSE-PIC-STRING
054900         ADD 1 TO EL-ENTRY-COUNT
055000         MOVE ZZ-WORD (2) TO EL-NAME (EL-ENTRY-COUNT)
055100         MOVE WS-CUR-TYPE TO EL-TYPE (EL-ENTRY-COUNT)
055200         MOVE WS-CUR-SIGNED TO EL-SIGNED-SW (EL-ENTRY-COUNT)
055300         MOVE WS-CUR-DIGITS TO EL-DIGITS (EL-ENTRY-COUNT)
055400         MOVE WS-CUR-DECIMALS TO EL-DECIMALS (EL-ENTRY-COUNT)
055500         MOVE 1 TO EL-OCCURS (EL-ENTRY-COUNT)
055600         PERFORM 1450-APPLY-USAGE-AND-OCCURS
055700         PERFORM 1460-COMPUTE-LENGTH
055800         MOVE WS-NEXT-OFFSET TO EL-OFFSET (EL-ENTRY-COUNT)
055900         COMPUTE WS-NEXT-OFFSET = WS-NEXT-OFFSET
056000             + EL-LENGTH (EL-ENTRY-COUNT)
056100                 * EL-OCCURS (EL-ENTRY-COUNT)
056200     END-IF.
056300*
056400 1440-PARSE-PIC-STRING.
056500     MOVE 'X' TO WS-CUR-TYPE
056600     MOVE ' ' TO WS-CUR-SIGNED
056700     MOVE 0 TO WS-CUR-DIGITS
056800     MOVE 0 TO WS-CUR-DECIMALS
056900     MOVE 'N' TO WS-AFTER-V-SWITCH
057000     MOVE 0 TO WS-CUR-BYTES
057100     MOVE 'N' TO WS-CUR-EDITED-SW
057200     MOVE 'N' TO WS-FLOAT-SEEN-SW
057300     PERFORM 1445-PARSE-ONE-PIC-CHAR
057400         VARYING EL-PIC-POS FROM 1 BY 1
057500         UNTIL EL-PIC-POS > 20
057600             OR EL-PIC-STRING (EL-PIC-POS:1) = SPACE
057700     IF WS-CUR-EDITED
057800         MOVE 'E' TO WS-CUR-TYPE
057900     END-IF.
058000*
058100 1445-PARSE-ONE-PIC-CHAR.
058200     MOVE EL-PIC-STRING (EL-PIC-POS:1) TO EL-PIC-CHAR
058300     EVALUATE EL-PIC-CHAR
058400         WHEN 'S'
058500             MOVE 'S' TO WS-CUR-SIGNED
058600         WHEN 'V'
058700             MOVE 'Y' TO WS-AFTER-V-SWITCH
058800         WHEN '9'
058900             IF WS-CUR-TYPE = 'X'
059000                 MOVE 'Z' TO WS-CUR-TYPE
059100             END-IF
059200             PERFORM 1446-COUNT-REPEATED-CHAR
059300         WHEN 'X'
059400         WHEN 'A'
059500             MOVE 'X' TO WS-CUR-TYPE
059600             PERFORM 1446-COUNT-REPEATED-CHAR
059700         WHEN 'Z'
059800         WHEN '*'
059900             MOVE 'Y' TO WS-CUR-EDITED-SW
060000             PERFORM 1446-COUNT-REPEATED-CHAR
060100         WHEN '-'
060200         WHEN '+'
060300         WHEN '$'
060400             MOVE 'Y' TO WS-CUR-EDITED-SW
060500             PERFORM 1446-COUNT-REPEATED-CHAR
060600             IF NOT WS-FLOAT-SEEN
060700                 SUBTRACT 1 FROM WS-CUR-DIGITS
060800                 MOVE 'Y' TO WS-FLOAT-SEEN-SW
060900             END-IF
061000         WHEN '.'
061100             MOVE 'Y' TO WS-CUR-EDITED-SW
061200             MOVE 'Y' TO WS-AFTER-V-SWITCH
061300             ADD 1 TO WS-CUR-BYTES
061400         WHEN ','
061500         WHEN 'B'
061600         WHEN '0'
061700         WHEN '/'
061800             MOVE 'Y' TO WS-CUR-EDITED-SW
061900             PERFORM 1449-COUNT-INSERT-CHAR
062000         WHEN OTHER
062100             CONTINUE
062200     END-EVALUATE.
062300*
062400 1446-COUNT-REPEATED-CHAR.
062500     IF EL-PIC-POS < 20
062600         AND EL-PIC-STRING (EL-PIC-POS + 1:1) = '('
062700         PERFORM 1447-READ-REPEAT-COUNT
062800     ELSE
062900         MOVE 1 TO EL-REPEAT-COUNT
063000     END-IF
063100     IF WS-AFTER-V
063200         ADD EL-REPEAT-COUNT TO WS-CUR-DECIMALS
063300     END-IF
063400     ADD EL-REPEAT-COUNT TO WS-CUR-DIGITS
063500     ADD EL-REPEAT-COUNT TO WS-CUR-BYTES.
063600*
063700 1447-READ-REPEAT-COUNT.
063800     ADD 2 TO EL-PIC-POS
063900     MOVE 0 TO EL-REPEAT-COUNT
064000     PERFORM 1448-ACCUMULATE-ONE-DIGIT
064100         UNTIL EL-PIC-STRING (EL-PIC-POS:1) = ')'.
064200*
064300 1448-ACCUMULATE-ONE-DIGIT.
064400     MOVE EL-PIC-STRING (EL-PIC-POS:1) TO EL-ONE-DIGIT
064500     COMPUTE EL-REPEAT-COUNT = EL-REPEAT-COUNT * 10
064600         + EL-ONE-DIGIT
064700     ADD 1 TO EL-PIC-POS.
064800*
064900 1449-COUNT-INSERT-CHAR.
065000     IF EL-PIC-POS < 20
065100         AND EL-PIC-STRING (EL-PIC-POS + 1:1) = '('
065200         PERFORM 1447-READ-REPEAT-COUNT
065300     ELSE
065400         MOVE 1 TO EL-REPEAT-COUNT
065500     END-IF
065600     ADD EL-REPEAT-COUNT TO WS-CUR-BYTES.
065700*
065800 1450-APPLY-USAGE-AND-OCCURS.
065900     MOVE 'N' TO WS-EXPLICIT-USAGE-SW
066000     PERFORM 1455-SCAN-ONE-CLAUSE-WORD
066100         VARYING ZZ-SUB FROM 1 BY 1
066200         UNTIL ZZ-SUB > ZZ-WORD-COUNT
066300     IF NOT WS-EXPLICIT-USAGE
066400         AND WS-GROUP-USAGE-LEVEL > 0
066500         AND WS-LEVEL-NUMBER > WS-GROUP-USAGE-LEVEL
066600         AND EL-TYPE (EL-ENTRY-COUNT) = 'Z'
066700         MOVE WS-GROUP-USAGE-TYPE TO EL-TYPE (EL-ENTRY-COUNT)
066800     END-IF.
066900*
067000 1455-SCAN-ONE-CLAUSE-WORD.
067100     EVALUATE ZZ-WORD (ZZ-SUB)
067200         WHEN 'COMP-3'
067300         WHEN 'COMPUTATIONAL-3'
067400         WHEN 'PACKED-DECIMAL'
067500             MOVE 'P' TO EL-TYPE (EL-ENTRY-COUNT)
067600             MOVE 'Y' TO WS-EXPLICIT-USAGE-SW
067700         WHEN 'COMP'
067800         WHEN 'COMP-4'
067900         WHEN 'COMP-5'
068000         WHEN 'BINARY'
068100             MOVE 'B' TO EL-TYPE (EL-ENTRY-COUNT)
068200             MOVE 'Y' TO WS-EXPLICIT-USAGE-SW
068300         WHEN 'DISPLAY'
068400             MOVE 'Y' TO WS-EXPLICIT-USAGE-SW
068500         WHEN 'OCCURS'
068600             IF ZZ-SUB < ZZ-WORD-COUNT
068700                 AND ZZ-WORD (ZZ-SUB + 1) (1:1) IS NUMERIC
068800                 MOVE ZZ-WORD (ZZ-SUB + 1) (1:3)
068900                     TO EL-OCCURS (EL-ENTRY-COUNT)
069000             END-IF
069100         WHEN OTHER
069200             CONTINUE
069300     END-EVALUATE.
069400*
069500 1460-COMPUTE-LENGTH.
069600     EVALUATE EL-TYPE (EL-ENTRY-COUNT)
069700         WHEN 'P'
069800             COMPUTE EL-LENGTH (EL-ENTRY-COUNT) =
069900                 (EL-DIGITS (EL-ENTRY-COUNT) / 2) + 1
070000         WHEN 'B'
070100             EVALUATE TRUE
070200                 WHEN EL-DIGITS (EL-ENTRY-COUNT) < 5
070300                     MOVE 2 TO EL-LENGTH (EL-ENTRY-COUNT)
070400                 WHEN EL-DIGITS (EL-ENTRY-COUNT) < 10
070500                     MOVE 4 TO EL-LENGTH (EL-ENTRY-COUNT)
070600                 WHEN OTHER
070700                     MOVE 8 TO EL-LENGTH (EL-ENTRY-COUNT)
070800             END-EVALUATE
070900         WHEN 'E'
071000             MOVE WS-CUR-BYTES
071100                 TO EL-LENGTH (EL-ENTRY-COUNT)
071200         WHEN OTHER
071300             MOVE EL-DIGITS (EL-ENTRY-COUNT)
071400                 TO EL-LENGTH (EL-ENTRY-COUNT)
071500     END-EVALUATE.
071600*
071700*    THE CONTROL CARD NAMES THE DATASET AND WHO IS ASKING.
071800*
071900 1500-READ-CONTROL-CARD.
072000     OPEN INPUT PATCH-CTL-FILE
072100     READ PATCH-CTL-FILE INTO WS-CONTROL-CARD
072200         AT END MOVE 'N' TO WS-CONTROL-SWITCH
072300         NOT AT END MOVE 'Y' TO WS-CONTROL-SWITCH
072400     END-READ
072500     CLOSE PATCH-CTL-FILE.
072600*
072700*    EVERY PATCH CARD IS RESOLVED AND ITS NEW VALUE CHECKED
072800*    AGAINST THE TARGET'S PICTURE BEFORE ANY DATA IS READ.
072900*
073000 1600-LOAD-PATCH-CARDS.
073100     MOVE 'N' TO WS-CARD-EOF-SWITCH
073200     OPEN INPUT PATCH-CARD-FILE
073300     READ PATCH-CARD-FILE
073400         AT END MOVE 'Y' TO WS-CARD-EOF-SWITCH
073500     END-READ
073600     PERFORM 1610-LOAD-ONE-PATCH
073700         UNTIL WS-CARD-EOF
073800     CLOSE PATCH-CARD-FILE.
073900*
074000 1610-LOAD-ONE-PATCH.
074100     IF PT-TABLE-COUNT >= PT-TABLE-MAX
074200         DISPLAY 'CPYPATCH - PATCH TABLE FULL, CARD IGNORED: '
074300             PC-TARGET-FIELD
074400         MOVE 8 TO RETURN-CODE
074500     ELSE
074600         ADD 1 TO PT-TABLE-COUNT
074700         MOVE PT-TABLE-COUNT TO WS-PT-SUB
074800         MOVE PC-KEY-FIELD TO PT-KEY-FIELD (WS-PT-SUB)
074900         MOVE PC-KEY-VALUE TO PT-KEY-VALUE (WS-PT-SUB)
075000         MOVE PC-TARGET-FIELD TO PT-TARGET-FIELD (WS-PT-SUB)
075100         MOVE PC-TARGET-OCCUR TO PT-TARGET-OCCUR (WS-PT-SUB)
075200         IF PT-TARGET-OCCUR (WS-PT-SUB) = ZERO
075300             MOVE 1 TO PT-TARGET-OCCUR (WS-PT-SUB)
075400         END-IF
075500         MOVE PC-NEW-VALUE TO PT-NEW-VALUE (WS-PT-SUB)
075600         MOVE SPACES TO PT-NEW-BYTES (WS-PT-SUB)
075700         MOVE 'V' TO PT-STATUS (WS-PT-SUB)
075800         MOVE SPACES TO PT-REASON (WS-PT-SUB)
075900         MOVE 0 TO PT-MATCH-COUNT (WS-PT-SUB)
076000         MOVE 0 TO PT-MATCH-RECORD (WS-PT-SUB)
076100         MOVE 'N' TO PT-OUTSIDE-SW (WS-PT-SUB)
076200         MOVE SPACES TO WS-REFUSE-REASON
076300         PERFORM 1620-RESOLVE-THE-KEY
076400         IF WS-REFUSE-REASON = SPACES
076500             PERFORM 1630-RESOLVE-THE-TARGET
076600         END-IF
076700         IF WS-REFUSE-REASON = SPACES
076800             PERFORM 5000-CHECK-NEW-VALUE
076900         END-IF
077000         IF WS-REFUSE-REASON NOT = SPACES
077100             PERFORM 5900-REFUSE-THE-PATCH
077200         END-IF
077300     END-IF
077400     READ PATCH-CARD-FILE
077500         AT END MOVE 'Y' TO WS-CARD-EOF-SWITCH
077600     END-READ.
077700*
077800*    THE KEY MUST PICK A RECORD BY VALUE: TEXT UP TO 24 BYTES
077900*    COMPARED RAW, OR A ZONED OR PACKED NUMBER COMPARED DECODED.
078000*
078100 1620-RESOLVE-THE-KEY.
078200     MOVE PT-KEY-FIELD (WS-PT-SUB) TO WS-FIND-NAME
078300     PERFORM 1650-FIND-FIELD-BY-NAME
078400     MOVE WS-FOUND-SUB TO PT-KEY-SUB (WS-PT-SUB)
078500     MOVE WS-FOUND-SUB TO WS-EL-SUB
078600     EVALUATE TRUE
078700         WHEN WS-FOUND-SUB = ZERO
078800             MOVE 'KEY FIELD NOT ON COPYBOOK'
078900                 TO WS-REFUSE-REASON
079000         WHEN EL-TYPE (WS-EL-SUB) = 'B'
079100             MOVE 'BINARY KEY FIELD NOT SUPPORTED'
079200                 TO WS-REFUSE-REASON
079300         WHEN EL-TYPE (WS-EL-SUB) = 'E'
079400             MOVE 'EDITED KEY FIELD NOT SUPPORTED'
079500                 TO WS-REFUSE-REASON
079600         WHEN EL-TYPE (WS-EL-SUB) = 'X'
079700             IF EL-LENGTH (WS-EL-SUB) > 24
079800                 MOVE 'TEXT KEY FIELD LONGER THAN 24 BYTES'
079900                     TO WS-REFUSE-REASON
080000             END-IF
080100         WHEN EL-DIGITS (WS-EL-SUB) > 18
080200             MOVE 'KEY FIELD WIDER THAN 18 DIGITS'
080300                 TO WS-REFUSE-REASON
080400         WHEN OTHER
080500             MOVE PT-KEY-VALUE (WS-PT-SUB) TO WS-VALUE-TEXT
080600             PERFORM 5200-PARSE-NEW-VALUE
080700             IF WS-REFUSE-REASON NOT = SPACES
080800                 MOVE 'KEY VALUE IS NOT A VALID NUMBER'
080900                     TO WS-REFUSE-REASON
081000             END-IF
081100     END-EVALUATE.
081200*
081300 1630-RESOLVE-THE-TARGET.
081400     MOVE PT-TARGET-FIELD (WS-PT-SUB) TO WS-FIND-NAME
081500     PERFORM 1650-FIND-FIELD-BY-NAME
081600     MOVE WS-FOUND-SUB TO PT-TARGET-SUB (WS-PT-SUB)
081700     MOVE WS-FOUND-SUB TO WS-EL-SUB
081800     IF WS-FOUND-SUB = ZERO
081900         MOVE 'TARGET FIELD NOT ON COPYBOOK'
082000             TO WS-REFUSE-REASON
082100     ELSE
082200         IF PT-TARGET-OCCUR (WS-PT-SUB) > EL-OCCURS (WS-EL-SUB)
082300             MOVE 'OCCURRENCE BEYOND THE OCCURS COUNT'
082400                 TO WS-REFUSE-REASON
082500         END-IF
082600     END-IF.
082700*
082800 1650-FIND-FIELD-BY-NAME.
082900     MOVE 0 TO WS-FOUND-SUB
083000     PERFORM 1660-MATCH-ONE-NAME
083100         VARYING WS-FIND-SUB FROM 1 BY 1
083200         UNTIL WS-FIND-SUB > EL-ENTRY-COUNT
083300         OR WS-FOUND-SUB NOT = ZERO.
083400*
083500 1660-MATCH-ONE-NAME.
083600     IF EL-NAME (WS-FIND-SUB) = WS-FIND-NAME
083700         MOVE WS-FIND-SUB TO WS-FOUND-SUB
083800     END-IF.
083900*
084000*    A PRODUCTION DATASET IS NOT TOUCHED WITHOUT A SECOND
084100*    OPERATOR'S APPROVAL CARD NAMING THE SAME DATASET, AS
084200*    BRKGLASS HOLDS ITS EMERGENCY ACCESS; THE APPROVER MAY NOT
084300*    BE THE OPERATOR WHO ASKED.  A TEST DATASET NEEDS NONE.
084400*
084500 1700-CHECK-APPROVAL.
084600     MOVE 'N' TO WS-RUN-SWITCH
084700     EVALUATE TRUE
084800         WHEN NOT WS-CONTROL-READ
084900             MOVE 'NO CONTROL CARD' TO WS-NOT-RUN-REASON
085000         WHEN NOT CT-PRODUCTION AND NOT CT-TEST
085100             MOVE 'DATASET CLASS MUST BE P OR T'
085200                 TO WS-NOT-RUN-REASON
085300         WHEN CT-REQUEST-OPER = SPACES
085400             MOVE 'NO REQUESTING OPERATOR ON CONTROL CARD'
085500                 TO WS-NOT-RUN-REASON
085600         WHEN PT-TABLE-COUNT = ZERO
085700             MOVE 'NO PATCH CARDS' TO WS-NOT-RUN-REASON
085800         WHEN CT-PRODUCTION
085900             PERFORM 1710-READ-APPROVAL-CARD
086000         WHEN OTHER
086100             MOVE 'Y' TO WS-RUN-SWITCH
086200     END-EVALUATE.
086300*
086400 1710-READ-APPROVAL-CARD.
086500     OPEN INPUT PATCH-APPR-FILE
086600     READ PATCH-APPR-FILE
086700         AT END
086800             MOVE 'NO APPROVAL CARD FOR PRODUCTION DATASET'
086900                 TO WS-NOT-RUN-REASON
087000         NOT AT END
087100             PERFORM 1720-JUDGE-APPROVAL-CARD
087200     END-READ
087300     CLOSE PATCH-APPR-FILE.
087400*
087500 1720-JUDGE-APPROVAL-CARD.
087600     EVALUATE TRUE
087700         WHEN AP-DATASET-NAME NOT = CT-DATASET-NAME
087800             MOVE 'APPROVAL CARD NAMES ANOTHER DATASET'
087900                 TO WS-NOT-RUN-REASON
088000         WHEN NOT AP-APPROVED
088100             MOVE 'DENIED BY APPROVER' TO WS-NOT-RUN-REASON
088200         WHEN AP-APPROVE-OPER = SPACES
088300             MOVE 'NO APPROVING OPERATOR ON APPROVAL CARD'
088400                 TO WS-NOT-RUN-REASON
088500         WHEN AP-APPROVE-OPER = CT-REQUEST-OPER
088600             MOVE 'DENIED - SAME OPERATOR' TO WS-NOT-RUN-REASON
088700         WHEN OTHER
088800             MOVE AP-APPROVE-OPER TO WS-APPROVE-OPER
088900             MOVE 'Y' TO WS-RUN-SWITCH
089000     END-EVALUATE.
089100*
089200 1800-PRINT-AUDIT-HEADING.
089300     MOVE WS-RUN-DATE TO AH-RUN-DATE
089400     MOVE WS-RUN-TIME (1:6) TO AH-RUN-TIME
089500     MOVE '1' TO PA-CARRIAGE-CONTROL
089600     MOVE WS-AUDIT-HEADING TO PA-PRINT-LINE
089700     WRITE PATCH-AUDIT-RECORD
089800     MOVE SPACES TO AT-TEXT
089900     STRING 'DATASET       ' CT-DATASET-NAME
090000         DELIMITED BY SIZE INTO AT-TEXT
090100     PERFORM 1890-WRITE-TEXT-LINE
090200     MOVE SPACES TO AT-TEXT
090300     EVALUATE TRUE
090400         WHEN CT-PRODUCTION
090500             MOVE 'CLASS         PRODUCTION' TO AT-TEXT
090600         WHEN CT-TEST
090700             MOVE 'CLASS         TEST' TO AT-TEXT
090800         WHEN OTHER
090900             STRING 'CLASS         ' CT-DATASET-CLASS
091000                 DELIMITED BY SIZE INTO AT-TEXT
091100     END-EVALUATE
091200     PERFORM 1890-WRITE-TEXT-LINE
091300     MOVE SPACES TO AT-TEXT
091400     STRING 'REQUESTED BY  ' CT-REQUEST-OPER
091500         '   CHANGE REF ' CT-CHANGE-REF
091600         DELIMITED BY SIZE INTO AT-TEXT
091700     PERFORM 1890-WRITE-TEXT-LINE
091800     MOVE SPACES TO AT-TEXT
091900     IF WS-APPROVE-OPER NOT = SPACES
092000         STRING 'APPROVED BY   ' WS-APPROVE-OPER
092100             DELIMITED BY SIZE INTO AT-TEXT
092200     ELSE
092300         MOVE 'APPROVED BY   (NONE)' TO AT-TEXT
092400     END-IF
092500     PERFORM 1890-WRITE-TEXT-LINE
092600     IF NOT WS-RUN-ALLOWED
092700         MOVE SPACES TO AT-TEXT
092800         STRING 'NOT RUN - ' WS-NOT-RUN-REASON
092900             DELIMITED BY SIZE INTO AT-TEXT
093000         MOVE '0' TO PA-CARRIAGE-CONTROL
093100         MOVE WS-AUDIT-TEXT-LINE TO PA-PRINT-LINE
093200         WRITE PATCH-AUDIT-RECORD
093300     END-IF.
093400*
093500 1890-WRITE-TEXT-LINE.
093600     MOVE ' ' TO PA-CARRIAGE-CONTROL
093700     MOVE WS-AUDIT-TEXT-LINE TO PA-PRINT-LINE
093800     WRITE PATCH-AUDIT-RECORD.
093900*
094000*    FIRST PASS: COUNT THE RECORDS EACH KEY PICKS.  A PATCH
094100*    ONLY GOES AHEAD WHEN ITS KEY PICKS EXACTLY ONE RECORD.
094200*
094300 2000-COUNT-KEY-MATCHES.
094400     OPEN INPUT DATA-IN-FILE
094500     MOVE 'N' TO WS-EOF-SWITCH
094600     MOVE 0 TO WS-RECORD-NO
094700     READ DATA-IN-FILE
094800         AT END MOVE 'Y' TO WS-EOF-SWITCH
094900     END-READ
095000     PERFORM 2100-MATCH-ONE-RECORD
095100         UNTIL WS-EOF
095200     CLOSE DATA-IN-FILE.
095300*
095400 2100-MATCH-ONE-RECORD.
095500     ADD 1 TO WS-RECORD-NO
095600     PERFORM 2200-TEST-ONE-PATCH
095700         VARYING WS-PT-SUB FROM 1 BY 1
095800         UNTIL WS-PT-SUB > PT-TABLE-COUNT
095900     READ DATA-IN-FILE
096000         AT END MOVE 'Y' TO WS-EOF-SWITCH
096100     END-READ.
096200*
096300 2200-TEST-ONE-PATCH.
096400     IF PT-VALID (WS-PT-SUB)
096500         PERFORM 2300-TEST-THE-KEY
096600         IF WS-KEY-MATCH
096700             ADD 1 TO PT-MATCH-COUNT (WS-PT-SUB)
096800             MOVE WS-RECORD-NO TO PT-MATCH-RECORD (WS-PT-SUB)
096900             MOVE PT-TARGET-SUB (WS-PT-SUB) TO WS-EL-SUB
097000             COMPUTE WS-FIELD-END = EL-OFFSET (WS-EL-SUB)
097100                 + PT-TARGET-OCCUR (WS-PT-SUB)
097200                     * EL-LENGTH (WS-EL-SUB) - 1
097300             IF WS-FIELD-END > WS-DATA-LENGTH
097400                 MOVE 'Y' TO PT-OUTSIDE-SW (WS-PT-SUB)
097500             END-IF
097600         END-IF
097700     END-IF.
097800*
097900 2300-TEST-THE-KEY.
098000     MOVE 'N' TO WS-KEY-MATCH-SW
098100     MOVE PT-KEY-SUB (WS-PT-SUB) TO WS-EL-SUB
098200     MOVE EL-OFFSET (WS-EL-SUB) TO WS-TARGET-POS
098300     COMPUTE WS-FIELD-END =
098400         WS-TARGET-POS + EL-LENGTH (WS-EL-SUB) - 1
098500     IF WS-FIELD-END NOT > WS-DATA-LENGTH
098600         IF EL-TYPE (WS-EL-SUB) = 'X'
098700             IF DATA-IN-RECORD
098800                 (WS-TARGET-POS:EL-LENGTH (WS-EL-SUB)) =
098900                 PT-KEY-VALUE (WS-PT-SUB)
099000                     (1:EL-LENGTH (WS-EL-SUB))
099100                 MOVE 'Y' TO WS-KEY-MATCH-SW
099200             END-IF
099300         ELSE
099400             PERFORM 4000-DECODE-FIELD-NUMBER
099500             IF WS-FIELD-OK
099600                 MOVE PT-KEY-VALUE (WS-PT-SUB)
099700                     TO WS-LITERAL-TEXT
099800                 PERFORM 4500-PARSE-LITERAL-NUMBER
099900                 IF WS-FIELD-NUMBER = WS-LITERAL-NUMBER
100000                     MOVE 'Y' TO WS-KEY-MATCH-SW
100100                 END-IF
100200             END-IF
100300         END-IF
100400     END-IF.
100500*
100600 2500-SETTLE-ONE-PATCH.
100700     IF PT-VALID (WS-PT-SUB)
100800         MOVE SPACES TO WS-REFUSE-REASON
100900         EVALUATE TRUE
101000             WHEN PT-MATCH-COUNT (WS-PT-SUB) = ZERO
101100                 MOVE 'KEY NOT FOUND ON FILE'
101200                     TO WS-REFUSE-REASON
101300             WHEN PT-MATCH-COUNT (WS-PT-SUB) > 1
101400                 MOVE 'KEY MATCHES MORE THAN ONE RECORD'
101500                     TO WS-REFUSE-REASON
101600             WHEN PT-OUTSIDE (WS-PT-SUB)
101700                 MOVE 'FIELD BEYOND THE RECORD LENGTH'
101800                     TO WS-REFUSE-REASON
101900             WHEN OTHER
102000                 CONTINUE
102100         END-EVALUATE
102200         IF WS-REFUSE-REASON NOT = SPACES
102300             PERFORM 5900-REFUSE-THE-PATCH
102400         END-IF
102500     END-IF.
102600*
102700*    SECOND PASS: COPY EVERY RECORD, PATCHING THE ONES PICKED
102800*    AND PRINTING EACH OF THOSE BEFORE AND AFTER.
102900*
103000 3000-WRITE-PATCHED-FILE.
103100     OPEN INPUT  DATA-IN-FILE
103200     OPEN OUTPUT DATA-OUT-FILE
103300     MOVE 'N' TO WS-EOF-SWITCH
103400     MOVE 0 TO WS-RECORD-NO
103500     READ DATA-IN-FILE
103600         AT END MOVE 'Y' TO WS-EOF-SWITCH
103700     END-READ
103800     PERFORM 3100-COPY-ONE-RECORD
103900         UNTIL WS-EOF
104000     CLOSE DATA-IN-FILE DATA-OUT-FILE.
104100*
104200 3100-COPY-ONE-RECORD.
104300     ADD 1 TO WS-RECORD-NO
104400     MOVE 'N' TO WS-RECORD-HIT-SW
104500     PERFORM 3200-NOTE-ONE-HIT
104600         VARYING WS-PT-SUB FROM 1 BY 1
104700         UNTIL WS-PT-SUB > PT-TABLE-COUNT
104800     IF WS-RECORD-HIT
104900         MOVE DATA-IN-RECORD TO WS-BEFORE-RECORD
105000         MOVE 'B' TO WS-IMAGE-SWITCH
105100         PERFORM 6000-DUMP-THE-RECORD
105200         PERFORM 3300-APPLY-ONE-PATCH
105300             VARYING WS-PT-SUB FROM 1 BY 1
105400             UNTIL WS-PT-SUB > PT-TABLE-COUNT
105500         MOVE 'A' TO WS-IMAGE-SWITCH
105600         PERFORM 6000-DUMP-THE-RECORD
105700         ADD 1 TO WS-RECORDS-PATCHED
105800     END-IF
105900     MOVE WS-DATA-LENGTH TO WS-OUT-LENGTH
106000     MOVE DATA-IN-RECORD (1:WS-DATA-LENGTH)
106100         TO DATA-OUT-RECORD
106200     WRITE DATA-OUT-RECORD
106300     ADD 1 TO WS-RECORDS-COPIED
106400     READ DATA-IN-FILE
106500         AT END MOVE 'Y' TO WS-EOF-SWITCH
106600     END-READ.
106700*
106800 3200-NOTE-ONE-HIT.
106900     IF PT-VALID (WS-PT-SUB)
107000         AND PT-MATCH-RECORD (WS-PT-SUB) = WS-RECORD-NO
107100         MOVE 'Y' TO WS-RECORD-HIT-SW
107200     END-IF.
107300*
107400 3300-APPLY-ONE-PATCH.
107500     IF PT-VALID (WS-PT-SUB)
107600         AND PT-MATCH-RECORD (WS-PT-SUB) = WS-RECORD-NO
107700         MOVE PT-TARGET-SUB (WS-PT-SUB) TO WS-EL-SUB
107800         COMPUTE WS-TARGET-POS = EL-OFFSET (WS-EL-SUB)
107900             + (PT-TARGET-OCCUR (WS-PT-SUB) - 1)
108000                 * EL-LENGTH (WS-EL-SUB)
108100         MOVE PT-NEW-BYTES (WS-PT-SUB)
108200             TO DATA-IN-RECORD
108300             (WS-TARGET-POS:EL-LENGTH (WS-EL-SUB))
108400         MOVE 'A' TO PT-STATUS (WS-PT-SUB)
108500         ADD 1 TO WS-PATCHES-APPLIED
108600     END-IF.
108700*
108800*    NUMERIC FIELDS DECODE STRAIGHT INTO A SIGNED SCALED
108900*    NUMBER, SO THE KEY COMPARES NUMBERS RATHER THAN
109000*    BYTE STRINGS.
109100*
109200 4000-DECODE-FIELD-NUMBER.
109300     MOVE 'Y' TO WS-FIELD-OK-SWITCH
109400     MOVE 'N' TO WS-VALUE-NEG-SW
109500     MOVE SPACES TO WS-DIGITS-WORK
109600     MOVE 0 TO WS-DIGIT-SUB
109700     IF EL-TYPE (WS-EL-SUB) = 'P'
109800         PERFORM 4100-UNPACK-ALL-BYTES
109900     ELSE
110000         PERFORM 4200-TAKE-ZONED-FIELD
110100     END-IF
110200     IF WS-FIELD-OK
110300         PERFORM 4300-BUILD-THE-NUMBER
110400     END-IF.
110500*
110600 4100-UNPACK-ALL-BYTES.
110700     PERFORM 4110-UNPACK-ONE-BYTE
110800         VARYING WS-BYTE-SUB FROM 1 BY 1
110900         UNTIL WS-BYTE-SUB > EL-LENGTH (WS-EL-SUB)
111000             OR NOT WS-FIELD-OK.
111100*
111200 4110-UNPACK-ONE-BYTE.
111300     MOVE DATA-IN-RECORD
111400         (WS-TARGET-POS + WS-BYTE-SUB - 1:1)
111500         TO WS-BYTE-VIEW
111600     DIVIDE WS-BYTE-NUMERIC BY 16
111700         GIVING WS-HIGH-NIBBLE
111800         REMAINDER WS-LOW-NIBBLE
111900     IF WS-HIGH-NIBBLE > 9
112000         MOVE 'N' TO WS-FIELD-OK-SWITCH
112100     ELSE
112200         ADD 1 TO WS-DIGIT-SUB
112300         MOVE WS-HEXCHARS (WS-HIGH-NIBBLE + 1:1)
112400             TO WS-DIGITS-WORK (WS-DIGIT-SUB:1)
112500         IF WS-BYTE-SUB = EL-LENGTH (WS-EL-SUB)
112600             IF WS-LOW-NIBBLE < 10
112700                 MOVE 'N' TO WS-FIELD-OK-SWITCH
112800             ELSE
112900                 IF WS-LOW-NIBBLE = 13
113000                     MOVE 'Y' TO WS-VALUE-NEG-SW
113100                 END-IF
113200             END-IF
113300         ELSE
113400             IF WS-LOW-NIBBLE > 9
113500                 MOVE 'N' TO WS-FIELD-OK-SWITCH
113600             ELSE
113700                 ADD 1 TO WS-DIGIT-SUB
113800                 MOVE WS-HEXCHARS (WS-LOW-NIBBLE + 1:1)
113900                     TO WS-DIGITS-WORK (WS-DIGIT-SUB:1)
114000             END-IF
114100         END-IF
114200     END-IF.
114300*
114400 4200-TAKE-ZONED-FIELD.
114500     MOVE 0 TO WS-LAST-DIGIT
114600     IF EL-DIGITS (WS-EL-SUB) > 1
114700         AND DATA-IN-RECORD
114800             (WS-TARGET-POS:EL-DIGITS (WS-EL-SUB) - 1)
114900             NOT NUMERIC
115000         MOVE 'N' TO WS-FIELD-OK-SWITCH
115100     END-IF
115200     MOVE DATA-IN-RECORD
115300         (WS-TARGET-POS + EL-DIGITS (WS-EL-SUB) - 1:1)
115400         TO WS-LAST-BYTE
115500     IF WS-LAST-BYTE IS NUMERIC
115600         MOVE WS-LAST-BYTE TO WS-LAST-DIGIT
115700     ELSE
115800         IF EL-SIGNED (WS-EL-SUB)
115900             PERFORM 4210-MATCH-OVERPUNCH-SIGN
116000         ELSE
116100             MOVE 'N' TO WS-FIELD-OK-SWITCH
116200         END-IF
116300     END-IF
116400     IF WS-FIELD-OK
116500         MOVE DATA-IN-RECORD
116600             (WS-TARGET-POS:EL-DIGITS (WS-EL-SUB))
116700             TO WS-DIGITS-WORK
116800         MOVE EL-DIGITS (WS-EL-SUB) TO WS-DIGIT-SUB
116900         MOVE WS-LAST-DIGIT
117000             TO WS-DIGITS-WORK (WS-DIGIT-SUB:1)
117100     END-IF.
117200*
117300 4210-MATCH-OVERPUNCH-SIGN.
117400     PERFORM 4220-TRY-ONE-OVERPUNCH
117500         VARYING WS-OP-SUB FROM 1 BY 1
117600         UNTIL WS-OP-SUB > 10
117700             OR WS-LAST-BYTE = SPACE
117800     IF WS-LAST-BYTE NOT = SPACE
117900         MOVE 'N' TO WS-FIELD-OK-SWITCH
118000     END-IF.
118100*
118200 4220-TRY-ONE-OVERPUNCH.
118300     IF WS-OVERPUNCH-POS (WS-OP-SUB:1) = WS-LAST-BYTE
118400         COMPUTE WS-LAST-DIGIT = WS-OP-SUB - 1
118500         MOVE SPACE TO WS-LAST-BYTE
118600     ELSE
118700         IF WS-OVERPUNCH-NEG (WS-OP-SUB:1) = WS-LAST-BYTE
118800             COMPUTE WS-LAST-DIGIT = WS-OP-SUB - 1
118900             MOVE 'Y' TO WS-VALUE-NEG-SW
119000             MOVE SPACE TO WS-LAST-BYTE
119100         END-IF
119200     END-IF.
119300*
119400 4300-BUILD-THE-NUMBER.
119500     MOVE 0 TO WS-FIELD-NUMBER
119600     PERFORM 4310-FOLD-ONE-DIGIT
119700         VARYING WS-SCALE-SUB FROM 1 BY 1
119800         UNTIL WS-SCALE-SUB > WS-DIGIT-SUB
119900     PERFORM 4320-APPLY-ONE-SCALE
120000         VARYING WS-SCALE-SUB FROM 1 BY 1
120100         UNTIL WS-SCALE-SUB > EL-DECIMALS (WS-EL-SUB)
120200     IF WS-VALUE-NEG
120300         COMPUTE WS-FIELD-NUMBER = 0 - WS-FIELD-NUMBER
120400     END-IF.
120500*
120600 4310-FOLD-ONE-DIGIT.
120700     MOVE WS-DIGITS-WORK (WS-SCALE-SUB:1) TO WS-LAST-DIGIT
120800     COMPUTE WS-FIELD-NUMBER =
120900         WS-FIELD-NUMBER * 10 + WS-LAST-DIGIT.
121000*
121100 4320-APPLY-ONE-SCALE.
121200     COMPUTE WS-FIELD-NUMBER = WS-FIELD-NUMBER / 10.
121300*
121400*    THE LITERAL MAY CARRY A LEADING MINUS AND ONE DECIMAL
121500*    POINT (042, 500.00, -12.5).
121600*
121700 4500-PARSE-LITERAL-NUMBER.
121800     MOVE 0 TO WS-LITERAL-NUMBER
121900     MOVE 0 TO WS-LIT-DECIMALS
122000     MOVE 'N' TO WS-LIT-NEG-SW
122100     MOVE 0 TO WS-SCALE-SUB
122200     PERFORM 4510-TAKE-ONE-LITERAL-CHAR
122300         VARYING WS-LIT-SUB FROM 1 BY 1
122400         UNTIL WS-LIT-SUB > 24
122500     PERFORM 4520-SCALE-THE-LITERAL
122600         VARYING WS-LIT-SUB FROM 1 BY 1
122700         UNTIL WS-LIT-SUB > WS-LIT-DECIMALS
122800     IF WS-LIT-NEG
122900         COMPUTE WS-LITERAL-NUMBER = 0 - WS-LITERAL-NUMBER
123000     END-IF.
123100*
123200 4510-TAKE-ONE-LITERAL-CHAR.
123300     MOVE WS-LITERAL-TEXT (WS-LIT-SUB:1)
123400         TO WS-LIT-CHAR
123500     EVALUATE TRUE
123600         WHEN WS-LIT-CHAR = '-'
123700             MOVE 'Y' TO WS-LIT-NEG-SW
123800         WHEN WS-LIT-CHAR = '.'
123900             MOVE 1 TO WS-SCALE-SUB
124000         WHEN WS-LIT-CHAR IS NUMERIC
124100             MOVE WS-LIT-CHAR TO WS-LAST-DIGIT
124200             COMPUTE WS-LITERAL-NUMBER =
124300                 WS-LITERAL-NUMBER * 10 + WS-LAST-DIGIT
124400             IF WS-SCALE-SUB = 1
124500                 ADD 1 TO WS-LIT-DECIMALS
124600             END-IF
124700         WHEN OTHER
124800             CONTINUE
124900     END-EVALUATE.
125000*
125100 4520-SCALE-THE-LITERAL.
125200     COMPUTE WS-LITERAL-NUMBER = WS-LITERAL-NUMBER / 10.
125300*
125400 4600-LAY-OUT-PROJECTED-NUMBER.
125500     MOVE SPACES TO WS-DECODED-VALUE
125600     IF EL-DECIMALS (WS-EL-SUB) > ZERO
125700         AND EL-DECIMALS (WS-EL-SUB) < WS-DIGIT-SUB
125800         COMPUTE WS-SCALE-SUB =
125900             WS-DIGIT-SUB - EL-DECIMALS (WS-EL-SUB)
126000         STRING WS-DIGITS-WORK (1:WS-SCALE-SUB) '.'
126100             WS-DIGITS-WORK (WS-SCALE-SUB + 1:
126200                 EL-DECIMALS (WS-EL-SUB))
126300             DELIMITED BY SIZE
126400             INTO WS-DECODED-VALUE
126500     ELSE
126600         MOVE WS-DIGITS-WORK (1:WS-DIGIT-SUB)
126700             TO WS-DECODED-VALUE
126800     END-IF
126900     IF WS-VALUE-NEG
127000         MOVE 0 TO WS-OP-SUB
127100         PERFORM 4610-FIND-PROJECTED-END
127200             VARYING WS-LIT-SUB FROM 1 BY 1
127300             UNTIL WS-LIT-SUB > 23
127400         IF WS-OP-SUB > 0
127500             MOVE '-' TO WS-DECODED-VALUE (WS-OP-SUB + 1:1)
127600         END-IF
127700     END-IF.
127800*
127900 4610-FIND-PROJECTED-END.
128000     IF WS-DECODED-VALUE (WS-LIT-SUB:1) NOT = SPACE
128100         MOVE WS-LIT-SUB TO WS-OP-SUB
128200     END-IF.
128300*
128400*    THE NEW VALUE MUST FIT THE TARGET'S PICTURE AS WRITTEN:
128500*    TEXT NO LONGER THAN THE FIELD; A NUMBER WITH NO MORE
128600*    INTEGER DIGITS OR DECIMAL PLACES THAN THE PIC HOLDS, AND
128700*    NO SIGN ON AN UNSIGNED FIELD.  A VALUE THAT FITS IS
128800*    ENCODED NOW FOR THE FIELD'S USAGE AND SCALE.
128900*
129000 5000-CHECK-NEW-VALUE.
129100     MOVE SPACES TO WS-NEW-BYTES
129200     EVALUATE TRUE
129300         WHEN EL-TYPE (WS-EL-SUB) = 'E'
129400             MOVE 'EDITED TARGET FIELD NOT SUPPORTED'
129500                 TO WS-REFUSE-REASON
129600         WHEN EL-TYPE (WS-EL-SUB) = 'X'
129700             PERFORM 5100-CHECK-TEXT-VALUE
129800         WHEN EL-DIGITS (WS-EL-SUB) > 18
129900             MOVE 'TARGET FIELD WIDER THAN 18 DIGITS'
130000                 TO WS-REFUSE-REASON
130100         WHEN OTHER
130200             MOVE PT-NEW-VALUE (WS-PT-SUB) TO WS-VALUE-TEXT
130300             PERFORM 5200-PARSE-NEW-VALUE
130400             IF WS-REFUSE-REASON = SPACES
130500                 PERFORM 5300-FIT-TO-PICTURE
130600             END-IF
130700             IF WS-REFUSE-REASON = SPACES
130800                 PERFORM 5400-LAY-OUT-THE-DIGITS
130900                 EVALUATE EL-TYPE (WS-EL-SUB)
131000                     WHEN 'P'
131100                         PERFORM 5500-ENCODE-PACKED
131200                     WHEN 'B'
131300                         PERFORM 5700-ENCODE-BINARY
131400                     WHEN OTHER
131500                         PERFORM 5600-ENCODE-ZONED
131600                 END-EVALUATE
131700             END-IF
131800     END-EVALUATE
131900     MOVE WS-NEW-BYTES TO PT-NEW-BYTES (WS-PT-SUB).
132000*
132100 5100-CHECK-TEXT-VALUE.
132200     MOVE 0 TO WS-TEXT-END
132300     PERFORM 5110-FIND-TEXT-END
132400         VARYING WS-TEXT-SUB FROM 1 BY 1
132500         UNTIL WS-TEXT-SUB > 24
132600     IF WS-TEXT-END > EL-LENGTH (WS-EL-SUB)
132700         MOVE 'VALUE LONGER THAN THE FIELD'
132800             TO WS-REFUSE-REASON
132900     ELSE
133000         MOVE PT-NEW-VALUE (WS-PT-SUB) TO WS-NEW-BYTES
133100     END-IF.
133200*
133300 5110-FIND-TEXT-END.
133400     IF PT-NEW-VALUE (WS-PT-SUB) (WS-TEXT-SUB:1) NOT = SPACE
133500         MOVE WS-TEXT-SUB TO WS-TEXT-END
133600     END-IF.
133700*
133800*    A NUMERIC VALUE MAY CARRY ONE LEADING SIGN AND ONE
133900*    DECIMAL POINT (042, +500.00, -12.5); ANYTHING ELSE, OR A
134000*    SPACE INSIDE THE VALUE, REFUSES IT.
134100*
134200 5200-PARSE-NEW-VALUE.
134300     MOVE SPACES TO WS-INT-DIGITS
134400     MOVE SPACES TO WS-DEC-DIGITS
134500     MOVE 0 TO WS-INT-COUNT
134600     MOVE 0 TO WS-DEC-COUNT
134700     MOVE 0 TO WS-SIGN-COUNT
134800     MOVE 'N' TO WS-POINT-SEEN-SW
134900     MOVE 'N' TO WS-DIGIT-SEEN-SW
135000     MOVE 'N' TO WS-VALUE-NEG-SW
135100     MOVE 'B' TO WS-VALUE-STATE
135200     PERFORM 5210-TAKE-ONE-VALUE-CHAR
135300         VARYING WS-VAL-SUB FROM 1 BY 1
135400         UNTIL WS-VAL-SUB > 24
135500         OR WS-REFUSE-REASON NOT = SPACES
135600     IF WS-REFUSE-REASON = SPACES
135700         AND NOT WS-DIGIT-SEEN
135800         MOVE 'VALUE HAS NO DIGITS' TO WS-REFUSE-REASON
135900     END-IF.
136000*
136100 5210-TAKE-ONE-VALUE-CHAR.
136200     MOVE WS-VALUE-TEXT (WS-VAL-SUB:1) TO WS-VAL-CHAR
136300     EVALUATE TRUE
136400         WHEN WS-VAL-CHAR = SPACE
136500             IF WS-VALUE-INSIDE
136600                 MOVE 'A' TO WS-VALUE-STATE
136700             END-IF
136800         WHEN WS-VALUE-AFTER
136900             MOVE 'SPACE INSIDE THE VALUE' TO WS-REFUSE-REASON
137000         WHEN WS-VAL-CHAR = '-' OR WS-VAL-CHAR = '+'
137100             MOVE 'I' TO WS-VALUE-STATE
137200             IF WS-DIGIT-SEEN OR WS-POINT-SEEN
137300                 OR WS-SIGN-COUNT > ZERO
137400                 MOVE 'SIGN MISPLACED IN THE VALUE'
137500                     TO WS-REFUSE-REASON
137600             ELSE
137700                 ADD 1 TO WS-SIGN-COUNT
137800                 IF WS-VAL-CHAR = '-'
137900                     MOVE 'Y' TO WS-VALUE-NEG-SW
138000                 END-IF
138100             END-IF
138200         WHEN WS-VAL-CHAR = '.'
138300             MOVE 'I' TO WS-VALUE-STATE
138400             IF WS-POINT-SEEN
138500                 MOVE 'MORE THAN ONE DECIMAL POINT'
138600                     TO WS-REFUSE-REASON
138700             ELSE
138800                 MOVE 'Y' TO WS-POINT-SEEN-SW
138900             END-IF
139000         WHEN WS-VAL-CHAR IS NUMERIC
139100             MOVE 'I' TO WS-VALUE-STATE
139200             MOVE 'Y' TO WS-DIGIT-SEEN-SW
139300             PERFORM 5220-KEEP-ONE-DIGIT
139400         WHEN OTHER
139500             MOVE 'VALUE IS NOT A NUMBER' TO WS-REFUSE-REASON
139600     END-EVALUATE.
139700*
139800 5220-KEEP-ONE-DIGIT.
139900     IF WS-POINT-SEEN
140000         IF WS-DEC-COUNT < 18
140100             ADD 1 TO WS-DEC-COUNT
140200             MOVE WS-VAL-CHAR TO WS-DEC-DIGITS (WS-DEC-COUNT:1)
140300         ELSE
140400             MOVE 'TOO MANY DIGITS IN THE VALUE'
140500                 TO WS-REFUSE-REASON
140600         END-IF
140700     ELSE
140800         IF WS-INT-COUNT < 18
140900             ADD 1 TO WS-INT-COUNT
141000             MOVE WS-VAL-CHAR TO WS-INT-DIGITS (WS-INT-COUNT:1)
141100         ELSE
141200             MOVE 'TOO MANY DIGITS IN THE VALUE'
141300                 TO WS-REFUSE-REASON
141400         END-IF
141500     END-IF.
141600*
141700*    LEADING INTEGER ZEROS AND TRAILING DECIMAL ZEROS DO NOT
141800*    COUNT AGAINST THE PICTURE; A ZERO VALUE IS NEVER NEGATIVE.
141900*
142000 5300-FIT-TO-PICTURE.
142100     MOVE 0 TO WS-INT-FIRST
142200     MOVE 0 TO WS-INT-SIG
142300     PERFORM 5310-FIND-FIRST-SIGNIFICANT
142400         VARYING WS-VAL-SUB FROM 1 BY 1
142500         UNTIL WS-VAL-SUB > WS-INT-COUNT
142600         OR WS-INT-FIRST NOT = ZERO
142700     IF WS-INT-FIRST > ZERO
142800         COMPUTE WS-INT-SIG = WS-INT-COUNT - WS-INT-FIRST + 1
142900     END-IF
143000     MOVE 'N' TO WS-DEC-DONE-SW
143100     PERFORM 5320-DROP-TRAILING-ZERO
143200         UNTIL WS-DEC-COUNT = ZERO OR WS-DEC-DONE
143300     IF WS-INT-SIG = ZERO AND WS-DEC-COUNT = ZERO
143400         MOVE 'N' TO WS-VALUE-NEG-SW
143500     END-IF
143600     COMPUTE WS-INT-ROOM =
143700         EL-DIGITS (WS-EL-SUB) - EL-DECIMALS (WS-EL-SUB)
143800     EVALUATE TRUE
143900         WHEN WS-VALUE-NEG AND NOT EL-SIGNED (WS-EL-SUB)
144000             MOVE 'NEGATIVE VALUE FOR AN UNSIGNED FIELD'
144100                 TO WS-REFUSE-REASON
144200         WHEN WS-INT-SIG > WS-INT-ROOM
144300             MOVE 'TOO MANY INTEGER DIGITS FOR THE PIC'
144400                 TO WS-REFUSE-REASON
144500         WHEN WS-DEC-COUNT > EL-DECIMALS (WS-EL-SUB)
144600             MOVE 'TOO MANY DECIMAL PLACES FOR THE PIC'
144700                 TO WS-REFUSE-REASON
144800         WHEN OTHER
144900             CONTINUE
145000     END-EVALUATE.
145100*
145200 5310-FIND-FIRST-SIGNIFICANT.
145300     IF WS-INT-DIGITS (WS-VAL-SUB:1) NOT = '0'
145400         MOVE WS-VAL-SUB TO WS-INT-FIRST
145500     END-IF.
145600*
145700 5320-DROP-TRAILING-ZERO.
145800     IF WS-DEC-DIGITS (WS-DEC-COUNT:1) = '0'
145900         SUBTRACT 1 FROM WS-DEC-COUNT
146000     ELSE
146100         MOVE 'Y' TO WS-DEC-DONE-SW
146200     END-IF.
146300*
146400*    THE DIGITS ARE LAID OUT AT THE FIELD'S OWN WIDTH, THE
146500*    INTEGER PART RIGHT OF THE V AND THE DECIMALS LEFT OF IT
146600*    FILLED OUT WITH ZEROS.
146700*
146800 5400-LAY-OUT-THE-DIGITS.
146900     MOVE ALL '0' TO WS-DIGITS-WORK
147000     IF WS-INT-SIG > ZERO
147100         MOVE WS-INT-DIGITS (WS-INT-FIRST:WS-INT-SIG)
147200             TO WS-DIGITS-WORK
147300             (WS-INT-ROOM - WS-INT-SIG + 1:WS-INT-SIG)
147400     END-IF
147500     IF WS-DEC-COUNT > ZERO
147600         MOVE WS-DEC-DIGITS (1:WS-DEC-COUNT)
147700             TO WS-DIGITS-WORK (WS-INT-ROOM + 1:WS-DEC-COUNT)
147800     END-IF.
147900*
148000*    PACKED BYTES BUILD TWO DIGITS AT A TIME, AS CPYCONV
148100*    BUILDS THEM; AN EVEN DIGIT COUNT LEADS WITH A ZERO
148200*    NIBBLE, AND THE SIGN NIBBLE IS X'D' NEGATIVE OR X'C'.
148300*
148400 5500-ENCODE-PACKED.
148500     MOVE 0 TO WS-DIGIT-SUB
148600     PERFORM 5510-PACK-ONE-BYTE
148700         VARYING WS-BYTE-SUB FROM 1 BY 1
148800         UNTIL WS-BYTE-SUB > EL-LENGTH (WS-EL-SUB).
148900*
149000 5510-PACK-ONE-BYTE.
149100     IF WS-BYTE-SUB = 1
149200         AND EL-DIGITS (WS-EL-SUB) IS NOT EQUAL TO
149300             (EL-LENGTH (WS-EL-SUB) * 2 - 1)
149400         MOVE 0 TO WS-PACK-NIBBLE-HIGH
149500     ELSE
149600         ADD 1 TO WS-DIGIT-SUB
149700         MOVE WS-DIGITS-WORK (WS-DIGIT-SUB:1)
149800             TO WS-ONE-DIGIT
149900         MOVE WS-ONE-DIGIT TO WS-PACK-NIBBLE-HIGH
150000     END-IF
150100     IF WS-BYTE-SUB = EL-LENGTH (WS-EL-SUB)
150200         IF WS-VALUE-NEG
150300             MOVE 13 TO WS-PACK-NIBBLE-LOW
150400         ELSE
150500             MOVE 12 TO WS-PACK-NIBBLE-LOW
150600         END-IF
150700     ELSE
150800         ADD 1 TO WS-DIGIT-SUB
150900         MOVE WS-DIGITS-WORK (WS-DIGIT-SUB:1)
151000             TO WS-ONE-DIGIT
151100         MOVE WS-ONE-DIGIT TO WS-PACK-NIBBLE-LOW
151200     END-IF
151300     COMPUTE WS-BYTE-NUMERIC =
151400         WS-PACK-NIBBLE-HIGH * 16 + WS-PACK-NIBBLE-LOW
151500     MOVE WS-BYTE-VIEW TO WS-NEW-BYTES (WS-BYTE-SUB:1).
151600*
151700*    ZONED DIGITS GO STRAIGHT IN; A NEGATIVE VALUE CARRIES
151800*    THE OVERPUNCH IN ITS LAST BYTE.
151900*
152000 5600-ENCODE-ZONED.
152100     MOVE WS-DIGITS-WORK (1:EL-DIGITS (WS-EL-SUB))
152200         TO WS-NEW-BYTES
152300     IF WS-VALUE-NEG
152400         MOVE WS-DIGITS-WORK (EL-DIGITS (WS-EL-SUB):1)
152500             TO WS-ONE-DIGIT
152600         MOVE WS-OVERPUNCH-NEG (WS-ONE-DIGIT + 1:1)
152700             TO WS-NEW-BYTES (EL-DIGITS (WS-EL-SUB):1)
152800     END-IF.
152900*
153000*    BINARY BYTES COME OFF THE LOW END OF THE VALUE, 256 AT A
153100*    TIME.  A NEGATIVE VALUE IS HELD AS ITS TWO'S COMPLEMENT:
153200*    THE BYTES OF ONE LESS THAN ITS MAGNITUDE, EACH INVERTED.
153300*
153400 5700-ENCODE-BINARY.
153500     MOVE 0 TO WS-BIN-VALUE
153600     PERFORM 5710-FOLD-ONE-BINARY-DIGIT
153700         VARYING WS-DIGIT-SUB FROM 1 BY 1
153800         UNTIL WS-DIGIT-SUB > EL-DIGITS (WS-EL-SUB)
153900     IF WS-VALUE-NEG
154000         SUBTRACT 1 FROM WS-BIN-VALUE
154100     END-IF
154200     PERFORM 5720-TAKE-ONE-BINARY-BYTE
154300         VARYING WS-BYTE-SUB FROM EL-LENGTH (WS-EL-SUB) BY -1
154400         UNTIL WS-BYTE-SUB < 1.
154500*
154600 5710-FOLD-ONE-BINARY-DIGIT.
154700     MOVE WS-DIGITS-WORK (WS-DIGIT-SUB:1) TO WS-ONE-DIGIT
154800     COMPUTE WS-BIN-VALUE = WS-BIN-VALUE * 10 + WS-ONE-DIGIT.
154900*
155000 5720-TAKE-ONE-BINARY-BYTE.
155100     DIVIDE WS-BIN-VALUE BY 256
155200         GIVING WS-BIN-QUOTIENT
155300         REMAINDER WS-BIN-REMAINDER
155400     IF WS-VALUE-NEG
155500         COMPUTE WS-BYTE-NUMERIC = 255 - WS-BIN-REMAINDER
155600     ELSE
155700         MOVE WS-BIN-REMAINDER TO WS-BYTE-NUMERIC
155800     END-IF
155900     MOVE WS-BYTE-VIEW TO WS-NEW-BYTES (WS-BYTE-SUB:1)
156000     MOVE WS-BIN-QUOTIENT TO WS-BIN-VALUE.
156100*
156200 5900-REFUSE-THE-PATCH.
156300     MOVE 'R' TO PT-STATUS (WS-PT-SUB)
156400     MOVE WS-REFUSE-REASON TO PT-REASON (WS-PT-SUB)
156500     ADD 1 TO WS-PATCHES-REFUSED.
156600*
156700*    THE RECORD PRINTS FIELD BY FIELD AS CPYDUMP PRINTS IT;
156800*    ON THE AFTER IMAGE EVERY FIELD WHOSE BYTES CHANGED IS
156900*    FLAGGED.
157000*
157100 6000-DUMP-THE-RECORD.
157200     MOVE WS-RECORD-NO TO RH-RECORD-NO
157300     MOVE WS-DATA-LENGTH TO RH-LENGTH
157400     IF WS-IMAGE-BEFORE
157500         MOVE 'BEFORE PATCH' TO RH-IMAGE
157600     ELSE
157700         MOVE 'AFTER PATCH' TO RH-IMAGE
157800     END-IF
157900     MOVE '0' TO PA-CARRIAGE-CONTROL
158000     MOVE WS-RECORD-HEADER TO PA-PRINT-LINE
158100     WRITE PATCH-AUDIT-RECORD
158200     PERFORM 6100-DUMP-ONE-FIELD
158300         VARYING WS-EL-SUB FROM 1 BY 1
158400         UNTIL WS-EL-SUB > EL-ENTRY-COUNT.
158500*
158600 6100-DUMP-ONE-FIELD.
158700     PERFORM 6150-DUMP-ONE-OCCURRENCE
158800         VARYING WS-OC-SUB FROM 1 BY 1
158900         UNTIL WS-OC-SUB > EL-OCCURS (WS-EL-SUB).
159000*
159100 6150-DUMP-ONE-OCCURRENCE.
159200     COMPUTE WS-TARGET-POS = EL-OFFSET (WS-EL-SUB)
159300         + (WS-OC-SUB - 1) * EL-LENGTH (WS-EL-SUB)
159400     COMPUTE WS-FIELD-END =
159500         WS-TARGET-POS + EL-LENGTH (WS-EL-SUB) - 1
159600     IF WS-FIELD-END NOT > WS-DATA-LENGTH
159700         MOVE EL-NAME (WS-EL-SUB) TO FL-NAME
159800         PERFORM 6200-DESCRIBE-THE-FIELD
159900         MOVE WS-TARGET-POS TO FL-OFFSET
160000         PERFORM 6500-HEX-THE-FIELD-BYTES
160100         MOVE WS-HEX-OUT TO FL-HEX
160200         PERFORM 6300-DECODE-THE-FIELD
160300         MOVE WS-DECODED-VALUE TO FL-DECODED
160400         MOVE SPACES TO FL-CHANGED
160500         IF WS-IMAGE-AFTER
160600             AND DATA-IN-RECORD
160700                 (WS-TARGET-POS:EL-LENGTH (WS-EL-SUB))
160800                 NOT = WS-BEFORE-RECORD
160900                 (WS-TARGET-POS:EL-LENGTH (WS-EL-SUB))
161000             MOVE '<< PATCHED' TO FL-CHANGED
161100         END-IF
161200         MOVE ' ' TO PA-CARRIAGE-CONTROL
161300         MOVE WS-FIELD-LINE TO PA-PRINT-LINE
161400         WRITE PATCH-AUDIT-RECORD
161500     END-IF.
161600*
161700 6200-DESCRIBE-THE-FIELD.
161800     MOVE SPACES TO FL-DECLARED
161900     EVALUATE EL-TYPE (WS-EL-SUB)
162000         WHEN 'P'
162100             STRING 'PIC 9(' EL-DIGITS (WS-EL-SUB)
162200                 ') COMP-3' DELIMITED BY SIZE
162300                 INTO FL-DECLARED
162400         WHEN 'B'
162500             STRING 'PIC 9(' EL-DIGITS (WS-EL-SUB)
162600                 ') COMP' DELIMITED BY SIZE
162700                 INTO FL-DECLARED
162800         WHEN 'Z'
162900             STRING 'PIC 9(' EL-DIGITS (WS-EL-SUB)
163000                 ') DISPLAY' DELIMITED BY SIZE
163100                 INTO FL-DECLARED
163200         WHEN 'E'
163300             STRING 'PIC EDITED(' EL-LENGTH (WS-EL-SUB)
163400                 ')' DELIMITED BY SIZE
163500                 INTO FL-DECLARED
163600         WHEN OTHER
163700             STRING 'PIC X(' EL-LENGTH (WS-EL-SUB)
163800                 ')' DELIMITED BY SIZE
163900                 INTO FL-DECLARED
164000     END-EVALUATE.
164100*
164200 6300-DECODE-THE-FIELD.
164300     MOVE SPACES TO WS-DECODED-VALUE
164400     EVALUATE TRUE
164500         WHEN EL-TYPE (WS-EL-SUB) = 'B'
164600             MOVE '(BINARY)' TO WS-DECODED-VALUE
164700         WHEN EL-TYPE (WS-EL-SUB) = 'P'
164800         WHEN EL-TYPE (WS-EL-SUB) = 'Z'
164900             IF EL-DIGITS (WS-EL-SUB) > 18
165000                 MOVE '*UNDECODABLE*' TO WS-DECODED-VALUE
165100             ELSE
165200                 PERFORM 4000-DECODE-FIELD-NUMBER
165300                 IF WS-FIELD-OK
165400                     PERFORM 4600-LAY-OUT-PROJECTED-NUMBER
165500                 ELSE
165600                     MOVE '*UNDECODABLE*' TO WS-DECODED-VALUE
165700                 END-IF
165800             END-IF
165900         WHEN OTHER
166000             MOVE DATA-IN-RECORD
166100                 (WS-TARGET-POS:EL-LENGTH (WS-EL-SUB))
166200                 TO WS-DECODED-VALUE
166300     END-EVALUATE.
166400*
166500 6500-HEX-THE-FIELD-BYTES.
166600     MOVE SPACES TO WS-HEX-OUT
166700     MOVE 1 TO WS-HEX-SUB
166800     PERFORM 6510-HEX-ONE-BYTE
166900         VARYING WS-BYTE-SUB FROM 1 BY 1
167000         UNTIL WS-BYTE-SUB > EL-LENGTH (WS-EL-SUB)
167100             OR WS-BYTE-SUB > 8.
167200*
167300 6510-HEX-ONE-BYTE.
167400     MOVE DATA-IN-RECORD
167500         (WS-TARGET-POS + WS-BYTE-SUB - 1:1)
167600         TO WS-BYTE-VIEW
167700     DIVIDE WS-BYTE-NUMERIC BY 16
167800         GIVING WS-HIGH-NIBBLE
167900         REMAINDER WS-LOW-NIBBLE
168000     MOVE WS-HEXCHARS (WS-HIGH-NIBBLE + 1:1)
168100         TO WS-HEX-OUT (WS-HEX-SUB:1)
168200     ADD 1 TO WS-HEX-SUB
168300     MOVE WS-HEXCHARS (WS-LOW-NIBBLE + 1:1)
168400         TO WS-HEX-OUT (WS-HEX-SUB:1)
168500     ADD 1 TO WS-HEX-SUB.
168600*
168700*    EVERY PATCH CARD'S OUTCOME CLOSES THE AUDIT.
168800*
168900 7000-PRINT-DISPOSITIONS.
169000     MOVE SPACES TO AT-TEXT
169100     MOVE 'PATCH DISPOSITIONS' TO AT-TEXT
169200     MOVE '0' TO PA-CARRIAGE-CONTROL
169300     MOVE WS-AUDIT-TEXT-LINE TO PA-PRINT-LINE
169400     WRITE PATCH-AUDIT-RECORD
169500     PERFORM 7100-PRINT-ONE-DISPOSITION
169600         VARYING WS-PT-SUB FROM 1 BY 1
169700         UNTIL WS-PT-SUB > PT-TABLE-COUNT.
169800*
169900 7100-PRINT-ONE-DISPOSITION.
170000     MOVE WS-PT-SUB TO DL-SEQ
170100     MOVE PT-KEY-FIELD (WS-PT-SUB) TO DL-KEY-FIELD
170200     MOVE PT-KEY-VALUE (WS-PT-SUB) TO DL-KEY-VALUE
170300     MOVE PT-TARGET-FIELD (WS-PT-SUB) TO DL-TARGET-FIELD
170400     MOVE PT-TARGET-OCCUR (WS-PT-SUB) TO DL-TARGET-OCCUR
170500     MOVE '0' TO PA-CARRIAGE-CONTROL
170600     MOVE WS-PATCH-LINE TO PA-PRINT-LINE
170700     WRITE PATCH-AUDIT-RECORD
170800     MOVE PT-NEW-VALUE (WS-PT-SUB) TO DV-NEW-VALUE
170900     MOVE SPACES TO DV-OUTCOME
171000     EVALUATE TRUE
171100         WHEN PT-APPLIED (WS-PT-SUB)
171200             STRING 'APPLIED TO RECORD '
171300                 PT-MATCH-RECORD (WS-PT-SUB)
171400                 DELIMITED BY SIZE INTO DV-OUTCOME
171500         WHEN PT-REFUSED (WS-PT-SUB)
171600             STRING 'REFUSED - ' PT-REASON (WS-PT-SUB)
171700                 DELIMITED BY SIZE INTO DV-OUTCOME
171800         WHEN OTHER
171900             MOVE 'NOT APPLIED - RUN DID NOT GO AHEAD'
172000                 TO DV-OUTCOME
172100     END-EVALUATE
172200     MOVE ' ' TO PA-CARRIAGE-CONTROL
172300     MOVE WS-PATCH-VALUE-LINE TO PA-PRINT-LINE
172400     WRITE PATCH-AUDIT-RECORD.
172500*
172600 9999-EXIT.
172700     CLOSE PATCH-AUDIT-FILE
172800     STOP RUN.
