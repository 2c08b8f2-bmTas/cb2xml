000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    KEYSYNC.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - REFERENCE MAINTENANCE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - NIGHTLY SYNCHRONISATION OF *
001400*                   THE KEYCODE MASTER (KEYMAST.CPY) WITH THE    *
001500*                   MERCHANDISING SYSTEM'S FULL ITEM FILE.  THE  *
001600*                   TWO ARE MATCHED ON KEYCODE AND THE           *
001700*                   DIFFERENCES ARE WRITTEN AS ORDINARY KEYMNT   *
001800*                   TRANSACTIONS (KEYMTRAN), SO KEYMNT APPLIES   *
001900*                   AND AUDITS THEM IN THE NEXT STEP: ADD FOR A  *
002000*                   NEW ITEM, CHANGE FOR A NEW DESCRIPTION,      *
002100*                   DEPARTMENT OR END DATE, DELETE FOR AN ITEM   *
002200*                   WHOSE END DATE HAS PASSED.  EACH KIND OF     *
002300*                   CHANGE HAS A TOLERANCE ON KEYSPARM; A KIND   *
002400*                   THAT EXCEEDS IT (A MASS DEPARTMENT RE-CLASS, *
002500*                   SAY) GOES TO THE HOLD FILE INSTEAD, UNTIL AN *
002600*                   APPROVAL CARD FOR THE RUN DATE RELEASES IT   *
002700*                   ON A RERUN.  KEYCODES ON KEYMAST BUT NOT ON  *
002800*                   THE ITEM FILE ARE ONLY REPORTED - HAND-KEYED *
002900*                   PROMOTION KEYCODES LIVE ONLY ON KEYMAST.     *
002920*   10/15/26  MO    TRANSACTIONS CARRY KEYSYNC AS THE OPERATOR,  *
002940*                   WHICH KEYMNT CHECKS AGAINST THE OPERATOR     *
002960*                   AUTHORITY MASTER LIKE ANY OTHER.             *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT SYNC-PARM-FILE ASSIGN TO KEYSPARM
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT OPTIONAL APPR-CARD-FILE ASSIGN TO KEYSAPPR
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT MERCH-ITEM-FILE ASSIGN TO MERCHITM
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
004500     SELECT MERCH-SORTED   ASSIGN TO MERCHSRT
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT KEY-MAST-FILE  ASSIGN TO KEYMOLD
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT CANDIDATE-FILE ASSIGN TO KEYSWORK
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT KEY-TRAN-FILE  ASSIGN TO KEYMTRAN
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT HOLD-FILE      ASSIGN TO KEYSHOLD
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT SYNC-REPORT    ASSIGN TO KEYSRPT
005600         ORGANIZATION IS SEQUENTIAL.
005700 DATA DIVISION.
005800 FILE SECTION.
005900*
006000*    THE MOST TRANSACTIONS OF EACH KIND ONE NIGHT MAY APPLY
006100*    WITHOUT APPROVAL.
006200*
006300 FD  SYNC-PARM-FILE.
006400 01  SYNC-PARM-RECORD.
006500     05  SP-MAX-ADDS             PIC 9(05).
006600     05  SP-MAX-CHANGES          PIC 9(05).
006700     05  SP-MAX-RECLASS          PIC 9(05).
006800     05  SP-MAX-DELETES          PIC 9(05).
006900*
007000*    RELEASES THE NAMED KINDS FOR THE RUN DATE ONLY, WHATEVER
007100*    THEIR COUNT.
007200*
007300 FD  APPR-CARD-FILE.
007400 01  APPR-CARD-RECORD.
007500     05  AP-RUN-DATE             PIC 9(08).
007600     05  AP-APPROVE-OPER         PIC X(08).
007700     05  AP-APPROVE-ADDS         PIC X(01).
007800     05  AP-APPROVE-CHANGES      PIC X(01).
007900     05  AP-APPROVE-RECLASS      PIC X(01).
008000     05  AP-APPROVE-DELETES      PIC X(01).
008100*
008200*    THE MERCHANDISING ITEM FILE, EVERY ITEM EVERY NIGHT.
008300*    DATES ARE YYYYDDD; AN END DATE OF ZERO MEANS THE ITEM IS
008400*    STILL RANGED.
008500*
008600 FD  MERCH-ITEM-FILE.
008700 01  MERCH-ITEM-RECORD           PIC X(56).
008800*
008900 SD  SORT-WORK-FILE.
009000 01  SORT-WORK-RECORD.
009100     05  SW-KEYCODE              PIC 9(08).
009200     05  FILLER                  PIC X(48).
009300*
009400 FD  MERCH-SORTED.
009500 01  MERCH-SORTED-RECORD.
009600     05  MI-KEYCODE              PIC 9(08).
009700     05  MI-DESCRIPTION          PIC X(30).
009800     05  MI-DEPARTMENT           PIC X(04).
009900     05  MI-START-DATE           PIC 9(07).
010000     05  MI-END-DATE             PIC 9(07).
010100         88  MI-STILL-RANGED     VALUE ZERO.
010200*
010300 FD  KEY-MAST-FILE.
010400     COPY "KEYMAST.cpy".
010500*
010600*    EVERY TRANSACTION THE COMPARE RAISES, TAGGED WITH ITS
010700*    KIND, HELD UNTIL THE COUNTS ARE KNOWN.
010800*
010900 FD  CANDIDATE-FILE.
011000 01  CANDIDATE-RECORD.
011100     05  CR-KIND                 PIC 9(01).
011200     05  CR-TRAN.
011300         10  KT-ACTION-CODE      PIC X(01).
011400         10  KT-KEYCODE          PIC 9(08).
011500         10  KT-DESCRIPTION      PIC X(30).
011600         10  KT-DEPARTMENT       PIC X(04).
011700         10  KT-EFF-FROM-DATE    PIC 9(07).
011800         10  KT-EFF-TO-DATE      PIC 9(07).
011900         10  KT-PROM-NO          PIC 9(05).
011950         10  KT-OPER-ID          PIC X(08).
012000     05  CR-OLD-DEPARTMENT       PIC X(04).
012100*
012200*    KEYMNT'S TRANSACTION LAYOUT, AS CR-TRAN ABOVE.
012300*
012400 FD  KEY-TRAN-FILE.
012500 01  KEY-TRAN-RECORD             PIC X(70).
012600*
012700 FD  HOLD-FILE.
012800 01  HOLD-RECORD                 PIC X(70).
012900*
013000 FD  SYNC-REPORT.
013100 01  SYNC-REPORT-RECORD.
013200     05  RP-CARRIAGE-CONTROL     PIC X(01).
013300     05  RP-PRINT-LINE           PIC X(132).
013400*
013500 WORKING-STORAGE SECTION.
013600*
013700 01  WS-MERCH-EOF-SWITCH         PIC X(01) VALUE 'N'.
013800     88  WS-MERCH-EOF            VALUE 'Y'.
013900 01  WS-KEY-EOF-SWITCH           PIC X(01) VALUE 'N'.
014000     88  WS-KEY-EOF              VALUE 'Y'.
014100 01  WS-CAND-EOF-SWITCH          PIC X(01) VALUE 'N'.
014200     88  WS-CAND-EOF             VALUE 'Y'.
014300*
014400 01  WS-RUN-DATE                 PIC 9(08).
014500 01  WS-RUN-DAY                  PIC 9(07).
014550 01  WS-BATCH-OPER-ID            PIC X(08) VALUE 'KEYSYNC'.
014600 01  WS-APPROVE-OPER             PIC X(08) VALUE SPACES.
014700*
014800 01  WS-MERCH-KEY                PIC 9(08).
014900 01  WS-MAST-KEY                 PIC 9(08).
015000 01  WS-HIGH-VALUE-KEY           PIC 9(08) VALUE 99999999.
015100*
015200 01  WS-ITEMS-READ               PIC 9(07) VALUE 0.
015300 01  WS-MAST-ONLY-COUNT          PIC 9(07) VALUE 0.
015400 01  WS-SENT-COUNT               PIC 9(07) VALUE 0.
015500 01  WS-HELD-COUNT               PIC 9(07) VALUE 0.
015600 01  WS-KIND-SUB                 PIC 9(01) COMP.
015700*
015800*    ONE ENTRY PER KIND OF TRANSACTION: 1 ADD, 2 CHANGE,
015900*    3 DEPARTMENT RE-CLASS, 4 DELETE.  THE MAXIMA ARE THE
016000*    DEFAULTS WHEN THE PARAMETER FILE IS EMPTY.
016100*
016200 01  WS-KIND-VALUES.
016300     05  FILLER                  PIC X(20)
016400         VALUE 'NEW KEYCODES        '.
016500     05  FILLER                  PIC 9(05) VALUE 01000.
016600     05  FILLER                  PIC X(20)
016700         VALUE 'DESCRIPTION/END DATE'.
016800     05  FILLER                  PIC 9(05) VALUE 00500.
016900     05  FILLER                  PIC X(20)
017000         VALUE 'DEPARTMENT RE-CLASS '.
017100     05  FILLER                  PIC 9(05) VALUE 00050.
017200     05  FILLER                  PIC X(20)
017300         VALUE 'END-DATED, DELETED  '.
017400     05  FILLER                  PIC 9(05) VALUE 00200.
017500 01  WS-KIND-TABLE REDEFINES WS-KIND-VALUES.
017600     05  KD-ENTRY OCCURS 4 TIMES.
017700         10  KD-NAME             PIC X(20).
017800         10  KD-MAX              PIC 9(05).
017900 01  KD-COUNTS.
018000     05  KD-COUNT-ENTRY OCCURS 4 TIMES.
018100         10  KD-COUNT            PIC 9(07) COMP-3.
018200         10  KD-APPROVED-SW      PIC X(01).
018300             88  KD-APPROVED     VALUE 'Y'.
018400         10  KD-RELEASE-SW       PIC X(01).
018500             88  KD-RELEASED     VALUE 'Y'.
018600*
018700 01  WS-HEADING-LINE.
018800     05  FILLER                  PIC X(44)
018900         VALUE 'KEYSYNC - KEYCODE MASTER SYNCHRONISATION    '.
019000     05  H1-RUN-DATE             PIC 9(08).
019100     05  FILLER                  PIC X(80) VALUE SPACES.
019200*
019300 01  WS-DETAIL-LINE.
019400     05  DT-STATUS               PIC X(16).
019500     05  FILLER                  PIC X(02) VALUE SPACES.
019600     05  DT-ACTION-CODE          PIC X(01).
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  DT-KEYCODE              PIC 9(08).
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  DT-DESCRIPTION          PIC X(30).
020100     05  FILLER                  PIC X(02) VALUE SPACES.
020200     05  DT-OLD-DEPARTMENT       PIC X(04).
020300     05  FILLER                  PIC X(01) VALUE SPACES.
020400     05  DT-ARROW                PIC X(02).
020500     05  FILLER                  PIC X(01) VALUE SPACES.
020600     05  DT-NEW-DEPARTMENT       PIC X(04).
020700     05  FILLER                  PIC X(02) VALUE SPACES.
020800     05  DT-END-DATE             PIC 9(07).
020900     05  FILLER                  PIC X(48) VALUE SPACES.
021000*
021100 01  WS-KIND-LINE.
021200     05  KL-NAME                 PIC X(20).
021300     05  FILLER                  PIC X(02) VALUE SPACES.
021400     05  KL-COUNT                PIC ZZZZZZ9.
021500     05  FILLER                  PIC X(07) VALUE ' LIMIT '.
021600     05  KL-MAX                  PIC ZZZZ9.
021700     05  FILLER                  PIC X(02) VALUE SPACES.
021800     05  KL-STATUS               PIC X(30).
021900     05  FILLER                  PIC X(59) VALUE SPACES.
022000*
022100 01  WS-TOTAL-LINE.
022200     05  TT-CAPTION              PIC X(30).
022300     05  TT-COUNT                PIC ZZZZZZZZ9.
022400     05  FILLER                  PIC X(93) VALUE SPACES.
022500*
022600 PROCEDURE DIVISION.
022700*
022800 0000-MAINLINE.
022900     PERFORM 1000-INITIALIZE
023000     PERFORM 2000-COMPARE-ONE-KEY
023100         UNTIL WS-MERCH-EOF AND WS-KEY-EOF
023200     CLOSE MERCH-SORTED KEY-MAST-FILE CANDIDATE-FILE
023300     PERFORM 3000-DECIDE-ONE-KIND
023400         VARYING WS-KIND-SUB FROM 1 BY 1
023500         UNTIL WS-KIND-SUB > 4
023600     OPEN INPUT  CANDIDATE-FILE
023700     OPEN OUTPUT KEY-TRAN-FILE
023800     OPEN OUTPUT HOLD-FILE
023900     PERFORM 8200-READ-CANDIDATE
024000     PERFORM 4000-ROUTE-ONE-CANDIDATE
024100         UNTIL WS-CAND-EOF
024200     PERFORM 5000-PRINT-TOTALS
024300     IF WS-HELD-COUNT > 0
024400         MOVE 4 TO RETURN-CODE
024500     END-IF
024600     PERFORM 9999-EXIT.
024700*
024800 1000-INITIALIZE.
024900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025000     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
025100     PERFORM 1100-CLEAR-KIND-COUNT
025200         VARYING WS-KIND-SUB FROM 1 BY 1
025300         UNTIL WS-KIND-SUB > 4
025400     OPEN INPUT SYNC-PARM-FILE
025500     READ SYNC-PARM-FILE
025600         AT END
025700             DISPLAY 'KEYSYNC - PARM MISSING, DEFAULTS USED'
025800         NOT AT END
025900             MOVE SP-MAX-ADDS    TO KD-MAX (1)
026000             MOVE SP-MAX-CHANGES TO KD-MAX (2)
026100             MOVE SP-MAX-RECLASS TO KD-MAX (3)
026200             MOVE SP-MAX-DELETES TO KD-MAX (4)
026300     END-READ
026400     CLOSE SYNC-PARM-FILE
026500     PERFORM 1200-TAKE-APPROVAL-CARD
026600     SORT SORT-WORK-FILE
026700         ON ASCENDING KEY SW-KEYCODE
026800         USING MERCH-ITEM-FILE
026900         GIVING MERCH-SORTED
027000     OPEN INPUT  MERCH-SORTED
027100     OPEN INPUT  KEY-MAST-FILE
027200     OPEN OUTPUT CANDIDATE-FILE
027300     OPEN OUTPUT SYNC-REPORT
027400     MOVE WS-RUN-DATE TO H1-RUN-DATE
027500     MOVE '1' TO RP-CARRIAGE-CONTROL
027600     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
027700     WRITE SYNC-REPORT-RECORD
027800     MOVE ' ' TO RP-CARRIAGE-CONTROL
027900     PERFORM 8000-READ-MERCH
028000     PERFORM 8100-READ-KEY-MAST.
028100*
028200 1100-CLEAR-KIND-COUNT.
028300     MOVE 0   TO KD-COUNT (WS-KIND-SUB)
028400     MOVE 'N' TO KD-APPROVED-SW (WS-KIND-SUB)
028500     MOVE 'N' TO KD-RELEASE-SW (WS-KIND-SUB).
028600*
028700*    A CARD FOR ANOTHER DAY, OR WITH NO OPERATOR, APPROVES
028800*    NOTHING.
028900*
029000 1200-TAKE-APPROVAL-CARD.
029100     OPEN INPUT APPR-CARD-FILE
029200     READ APPR-CARD-FILE
029300         AT END
029400             CONTINUE
029500         NOT AT END
029600             IF AP-RUN-DATE = WS-RUN-DATE
029700                 AND AP-APPROVE-OPER NOT = SPACES
029800                 MOVE AP-APPROVE-OPER    TO WS-APPROVE-OPER
029900                 MOVE AP-APPROVE-ADDS    TO KD-APPROVED-SW (1)
030000                 MOVE AP-APPROVE-CHANGES TO KD-APPROVED-SW (2)
030100                 MOVE AP-APPROVE-RECLASS TO KD-APPROVED-SW (3)
030200                 MOVE AP-APPROVE-DELETES TO KD-APPROVED-SW (4)
030300             END-IF
030400     END-READ
030500     CLOSE APPR-CARD-FILE.
030600*
030700 2000-COMPARE-ONE-KEY.
030800     IF WS-MERCH-KEY < WS-MAST-KEY
030900         PERFORM 2100-NEW-ITEM
031000         PERFORM 8000-READ-MERCH
031100     ELSE
031200         IF WS-MERCH-KEY > WS-MAST-KEY
031300             PERFORM 2200-MASTER-ONLY
031400             PERFORM 8100-READ-KEY-MAST
031500         ELSE
031600             PERFORM 2300-COMPARE-ITEM
031700             PERFORM 8000-READ-MERCH
031800             PERFORM 8100-READ-KEY-MAST
031900         END-IF
032000     END-IF.
032100*
032200*    AN ITEM ALREADY ENDED NEVER NEEDS ADDING.  ONE WITH NO
032300*    START DATE IS EFFECTIVE FROM TODAY.
032400*
032500 2100-NEW-ITEM.
032600     IF MI-STILL-RANGED OR MI-END-DATE > WS-RUN-DAY
032700         MOVE 'A'            TO KT-ACTION-CODE
032800         MOVE MI-KEYCODE     TO KT-KEYCODE
032900         MOVE MI-DESCRIPTION TO KT-DESCRIPTION
033000         MOVE MI-DEPARTMENT  TO KT-DEPARTMENT
033100         IF MI-START-DATE = ZERO
033200             MOVE WS-RUN-DAY TO KT-EFF-FROM-DATE
033300         ELSE
033400             MOVE MI-START-DATE TO KT-EFF-FROM-DATE
033500         END-IF
033600         MOVE MI-END-DATE    TO KT-EFF-TO-DATE
033700         MOVE ZERO           TO KT-PROM-NO
033800         MOVE 1 TO CR-KIND
033900         PERFORM 2900-WRITE-CANDIDATE
034000     END-IF.
034100*
034200 2200-MASTER-ONLY.
034300     ADD 1 TO WS-MAST-ONLY-COUNT
034400     MOVE 'NOT ON ITEM FILE' TO DT-STATUS
034500     MOVE SPACE          TO DT-ACTION-CODE
034600     MOVE KM-KEYCODE     TO DT-KEYCODE
034700     MOVE KM-DESCRIPTION TO DT-DESCRIPTION
034800     MOVE KM-DEPARTMENT  TO DT-OLD-DEPARTMENT
034900     MOVE SPACES         TO DT-ARROW
035000     MOVE SPACES         TO DT-NEW-DEPARTMENT
035100     MOVE KM-EFF-TO-DATE TO DT-END-DATE
035200     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
035300     WRITE SYNC-REPORT-RECORD.
035400*
035500*    A CHANGE KEEPS THE MASTER'S START DATE AND PROMOTION LINK
035600*    AND TAKES EVERYTHING ELSE FROM THE ITEM.  A DEPARTMENT
035700*    MOVE IS A RE-CLASS WHATEVER ELSE CHANGED WITH IT.
035800*
035900 2300-COMPARE-ITEM.
036000     IF NOT MI-STILL-RANGED AND MI-END-DATE NOT > WS-RUN-DAY
036100         MOVE 'D'              TO KT-ACTION-CODE
036200         MOVE KEYCODE-MASTER-RECORD TO CR-TRAN (2:61)
036300         MOVE MI-END-DATE      TO KT-EFF-TO-DATE
036400         MOVE 4 TO CR-KIND
036500         PERFORM 2900-WRITE-CANDIDATE
036600     ELSE
036700         IF MI-DESCRIPTION NOT = KM-DESCRIPTION
036800             OR MI-DEPARTMENT NOT = KM-DEPARTMENT
036900             OR MI-END-DATE NOT = KM-EFF-TO-DATE
037000             MOVE 'C'              TO KT-ACTION-CODE
037100             MOVE KM-KEYCODE       TO KT-KEYCODE
037200             MOVE MI-DESCRIPTION   TO KT-DESCRIPTION
037300             MOVE MI-DEPARTMENT    TO KT-DEPARTMENT
037400             MOVE KM-EFF-FROM-DATE TO KT-EFF-FROM-DATE
037500             MOVE MI-END-DATE      TO KT-EFF-TO-DATE
037600             MOVE KM-PROM-NO       TO KT-PROM-NO
037700             IF MI-DEPARTMENT NOT = KM-DEPARTMENT
037800                 MOVE 3 TO CR-KIND
037900             ELSE
038000                 MOVE 2 TO CR-KIND
038100             END-IF
038200             PERFORM 2900-WRITE-CANDIDATE
038300         END-IF
038400     END-IF.
038500*
038600 2900-WRITE-CANDIDATE.
038650     MOVE WS-BATCH-OPER-ID TO KT-OPER-ID
038700     ADD 1 TO KD-COUNT (CR-KIND)
038800     IF CR-KIND = 1
038900         MOVE KT-DEPARTMENT TO CR-OLD-DEPARTMENT
039000     ELSE
039100         MOVE KM-DEPARTMENT TO CR-OLD-DEPARTMENT
039200     END-IF
039300     WRITE CANDIDATE-RECORD.
039400*
039500*    A KIND WITHIN ITS LIMIT, OR APPROVED FOR TODAY, IS SENT TO
039600*    KEYMNT; ANY OTHER IS HELD WHOLE.
039700*
039800 3000-DECIDE-ONE-KIND.
039900     IF KD-COUNT (WS-KIND-SUB) NOT > KD-MAX (WS-KIND-SUB)
040000         OR KD-APPROVED (WS-KIND-SUB)
040100         MOVE 'Y' TO KD-RELEASE-SW (WS-KIND-SUB)
040200     END-IF.
040300*
040400 4000-ROUTE-ONE-CANDIDATE.
040500     IF KD-RELEASED (CR-KIND)
040600         WRITE KEY-TRAN-RECORD FROM CR-TRAN
040700         ADD 1 TO WS-SENT-COUNT
040800         MOVE 'SENT' TO DT-STATUS
040900     ELSE
041000         WRITE HOLD-RECORD FROM CR-TRAN
041100         ADD 1 TO WS-HELD-COUNT
041200         MOVE 'HELD' TO DT-STATUS
041300     END-IF
041400     MOVE KT-ACTION-CODE TO DT-ACTION-CODE
041500     MOVE KT-KEYCODE     TO DT-KEYCODE
041600     MOVE KT-DESCRIPTION TO DT-DESCRIPTION
041700     IF CR-OLD-DEPARTMENT NOT = KT-DEPARTMENT
041800         MOVE CR-OLD-DEPARTMENT TO DT-OLD-DEPARTMENT
041900         MOVE '->'              TO DT-ARROW
042000     ELSE
042100         MOVE SPACES            TO DT-OLD-DEPARTMENT
042200         MOVE SPACES            TO DT-ARROW
042300     END-IF
042400     MOVE KT-DEPARTMENT  TO DT-NEW-DEPARTMENT
042500     MOVE KT-EFF-TO-DATE TO DT-END-DATE
042600     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
042700     WRITE SYNC-REPORT-RECORD
042800     PERFORM 8200-READ-CANDIDATE.
042900*
043000 5000-PRINT-TOTALS.
043100     MOVE '0' TO RP-CARRIAGE-CONTROL
043200     PERFORM 5100-PRINT-ONE-KIND
043300         VARYING WS-KIND-SUB FROM 1 BY 1
043400         UNTIL WS-KIND-SUB > 4
043500     MOVE 'ITEMS ON THE ITEM FILE        ' TO TT-CAPTION
043600     MOVE WS-ITEMS-READ TO TT-COUNT
043700     PERFORM 5200-PRINT-TOTAL-LINE
043800     MOVE 'ON KEYMAST, NOT ON ITEM FILE  ' TO TT-CAPTION
043900     MOVE WS-MAST-ONLY-COUNT TO TT-COUNT
044000     PERFORM 5200-PRINT-TOTAL-LINE
044100     MOVE 'TRANSACTIONS SENT TO KEYMNT   ' TO TT-CAPTION
044200     MOVE WS-SENT-COUNT TO TT-COUNT
044300     PERFORM 5200-PRINT-TOTAL-LINE
044400     MOVE 'TRANSACTIONS HELD FOR APPROVAL' TO TT-CAPTION
044500     MOVE WS-HELD-COUNT TO TT-COUNT
044600     PERFORM 5200-PRINT-TOTAL-LINE
044700     DISPLAY 'KEYSYNC - ITEMS READ:          ' WS-ITEMS-READ
044800     DISPLAY 'KEYSYNC - TRANSACTIONS SENT:   ' WS-SENT-COUNT
044900     DISPLAY 'KEYSYNC - TRANSACTIONS HELD:   ' WS-HELD-COUNT.
045000*
045100 5100-PRINT-ONE-KIND.
045200     MOVE KD-NAME (WS-KIND-SUB)  TO KL-NAME
045300     MOVE KD-COUNT (WS-KIND-SUB) TO KL-COUNT
045400     MOVE KD-MAX (WS-KIND-SUB)   TO KL-MAX
045500     EVALUATE TRUE
045600         WHEN KD-COUNT (WS-KIND-SUB) NOT > KD-MAX (WS-KIND-SUB)
045700             MOVE 'WITHIN LIMIT - SENT' TO KL-STATUS
045800         WHEN KD-APPROVED (WS-KIND-SUB)
045900             MOVE SPACES TO KL-STATUS
046000             STRING 'APPROVED BY '  DELIMITED BY SIZE
046050                    WS-APPROVE-OPER DELIMITED BY SPACE
046070                    ' - SENT'       DELIMITED BY SIZE
046100                 INTO KL-STATUS
046200         WHEN OTHER
046300             MOVE 'OVER LIMIT - HELD FOR APPROVAL' TO KL-STATUS
046400             DISPLAY 'KEYSYNC - ' KD-NAME (WS-KIND-SUB)
046500                 ' OVER LIMIT, HELD FOR APPROVAL'
046600     END-EVALUATE
046700     MOVE WS-KIND-LINE TO RP-PRINT-LINE
046800     WRITE SYNC-REPORT-RECORD
046900     MOVE ' ' TO RP-CARRIAGE-CONTROL.
047000*
047100 5200-PRINT-TOTAL-LINE.
047200     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
047300     WRITE SYNC-REPORT-RECORD.
047400*
047500 8000-READ-MERCH.
047600     READ MERCH-SORTED
047700         AT END
047800             MOVE 'Y' TO WS-MERCH-EOF-SWITCH
047900             MOVE WS-HIGH-VALUE-KEY TO WS-MERCH-KEY
048000         NOT AT END
048100             ADD 1 TO WS-ITEMS-READ
048200             MOVE MI-KEYCODE TO WS-MERCH-KEY
048300     END-READ.
048400*
048500 8100-READ-KEY-MAST.
048600     READ KEY-MAST-FILE
048700         AT END
048800             MOVE 'Y' TO WS-KEY-EOF-SWITCH
048900             MOVE WS-HIGH-VALUE-KEY TO WS-MAST-KEY
049000         NOT AT END
049100             MOVE KM-KEYCODE TO WS-MAST-KEY
049200     END-READ.
049300*
049400 8200-READ-CANDIDATE.
049500     READ CANDIDATE-FILE
049600         AT END MOVE 'Y' TO WS-CAND-EOF-SWITCH
049700     END-READ.
049800*
049900 9999-EXIT.
050000     CLOSE CANDIDATE-FILE KEY-TRAN-FILE HOLD-FILE SYNC-REPORT
050100     STOP RUN.
050200
