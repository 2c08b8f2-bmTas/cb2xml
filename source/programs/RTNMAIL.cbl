000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    RTNMAIL.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  STATEMENT BILLING BATCH - REFERENCE MAINTENANCE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - RETURNED-MAIL INTAKE.  THE *
001400*                   MAIL HOUSE'S FILE OF UNDELIVERABLE           *
001500*                   STATEMENTS (RTNITEM.CPY) IS SORTED BY        *
001600*                   PARTNER AND MEMBER AND MATCH-MERGED AGAINST  *
001700*                   THE ADDRESS MASTER.  EACH RETURN FLAGS THE   *
001800*                   ADDRESS UNDELIVERABLE WITH ITS RETURN DATE;  *
001900*                   ON THE SECOND CONSECUTIVE RETURN THE MEMBER  *
002000*                   IS SWITCHED TO ELECTRONIC DELIVERY BY A      *
002100*                   DLVMNT CHANGE TRANSACTION WHERE THE          *
002200*                   PREFERENCE MASTER HOLDS AN E-MAIL ADDRESS,   *
002300*                   OTHERWISE A HOLDMAST-FORMAT 'BAD' HOLD IS    *
002400*                   CUT FOR THE HOLDMNT WORKFLOW.  THE CYCLE     *
002500*                   REPORT LISTS EVERY MEMBER STILL FLAGGED AND  *
002600*                   EVERY RETURN NOT ON THE ADDRESS MASTER.      *
002620*   10/15/26  MO    DLVMNT TRANSACTIONS CARRY RTNMAIL AS THE     *
002640*                   OPERATOR, WHICH DLVMNT CHECKS AGAINST THE    *
002660*                   OPERATOR AUTHORITY MASTER LIKE ANY OTHER.    *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RETURN-IN-FILE  ASSIGN TO RTNMIN
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT SORT-WORK-FILE  ASSIGN TO SRTWK01.
003800     SELECT SORTED-RETURN-FILE ASSIGN TO RTNMSRT
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT OLD-ADDR-FILE   ASSIGN TO ADDROLD
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT NEW-ADDR-FILE   ASSIGN TO ADDRNEW
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT PREF-MAST-FILE  ASSIGN TO DLVPNEW
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT PREF-TRAN-FILE  ASSIGN TO RTNDLVTR
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT HOLD-OUT-FILE   ASSIGN TO RTNHOLD
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT RETURN-REPORT   ASSIGN TO RTNRPT
005100         ORGANIZATION IS SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400*
005500*    INBOUND FROM THE MAIL HOUSE - ONE EXTCTL 'HDR' FIRST, ONE
005600*    'TRL' LAST, ONE RECORD PER RETURNED PIECE BETWEEN.
005700*
005800 FD  RETURN-IN-FILE.
005900 01  RETURN-IN-RECORD            PIC X(45).
006000 01  RETURN-IN-CONTROL-VIEW.
006100     05  RN-RECORD-TAG           PIC X(03).
006200         88  RN-CONTROL-RECORD   VALUE 'HDR' 'TRL'.
006300     05  FILLER                  PIC X(42).
006400*
006500 SD  SORT-WORK-FILE.
006600 01  SORT-WORK-RECORD.
006700     05  SW-PARTNER-ID           PIC 9(08).
006800     05  SW-MEMBER-ID            PIC 9(13).
006900     05  SW-RETURN-DATE          PIC 9(08).
007000     05  FILLER                  PIC X(16).
007100*
007200 FD  SORTED-RETURN-FILE.
007300     COPY "RTNITEM.cpy".
007400*
007500 FD  OLD-ADDR-FILE.
007600     COPY "ADDRMAST.cpy" REPLACING ==ADDRESS-MASTER-RECORD==
007700                               BY ==OLD-ADDR-RECORD==.
007800*
007900 FD  NEW-ADDR-FILE.
008000     COPY "ADDRMAST.cpy" REPLACING ==ADDRESS-MASTER-RECORD==
008100                               BY ==NEW-ADDR-RECORD==.
008200*
008300 FD  PREF-MAST-FILE.
008400     COPY "DLVPREF.cpy".
008500*
008600*    DLVMNT TRANSACTION LAYOUT.
008700*
008800 FD  PREF-TRAN-FILE.
008900 01  PREF-TRAN-RECORD.
009000     05  DT-ACTION-CODE          PIC X(01).
009100     05  DT-PARTNER-ID           PIC 9(08).
009200     05  DT-MEMBER-ID            PIC 9(13).
009300     05  DT-CHANNEL              PIC X(01).
009400     05  DT-EFF-FROM-DATE        PIC 9(08).
009500     05  DT-EFF-TO-DATE          PIC 9(08).
009600     05  DT-EMAIL-ADDRESS        PIC X(60).
009650     05  DT-OPER-ID              PIC X(08).
009700*
009800 FD  HOLD-OUT-FILE.
009900     COPY "HOLDMAST.cpy".
010000*
010100 FD  RETURN-REPORT.
010200 01  RETURN-REPORT-RECORD.
010300     05  RP-CARRIAGE-CONTROL     PIC X(01).
010400     05  RP-PRINT-LINE           PIC X(132).
010500*
010600 WORKING-STORAGE SECTION.
010700*
010800 01  WS-IN-EOF-SWITCH            PIC X(01) VALUE 'N'.
010900     88  WS-IN-EOF               VALUE 'Y'.
011000 01  WS-RETURN-EOF-SWITCH        PIC X(01) VALUE 'N'.
011100     88  WS-RETURN-EOF           VALUE 'Y'.
011200 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
011300     88  WS-OLD-EOF              VALUE 'Y'.
011400 01  WS-PREF-EOF-SWITCH          PIC X(01) VALUE 'N'.
011500     88  WS-PREF-EOF             VALUE 'Y'.
011600*
011700 01  WS-RUN-DATE                 PIC 9(08).
011750 01  WS-BATCH-OPER-ID            PIC X(08) VALUE 'RTNMAIL'.
011800 01  WS-RETURNS-READ             PIC 9(07) VALUE 0.
011900 01  WS-DUPLICATE-COUNT          PIC 9(07) VALUE 0.
012000 01  WS-NOT-ON-FILE-COUNT        PIC 9(07) VALUE 0.
012100 01  WS-NEWLY-FLAGGED-COUNT      PIC 9(07) VALUE 0.
012200 01  WS-SWITCHED-COUNT           PIC 9(07) VALUE 0.
012300 01  WS-HELD-COUNT               PIC 9(07) VALUE 0.
012400 01  WS-STILL-FLAGGED-COUNT      PIC 9(07) VALUE 0.
012500*
012600 01  WS-OLD-KEY                  PIC 9(21).
012700 01  WS-RETURN-KEY               PIC 9(21).
012800 01  WS-PREF-KEY                 PIC 9(21) VALUE 0.
012900 01  WS-HIGH-VALUE-KEY           PIC 9(21)
013000                                 VALUE 999999999999999999999.
013100*
013200 01  WS-HEADING-LINE.
013300     05  FILLER                  PIC X(40)
013400         VALUE 'RTNMAIL - MEMBERS FLAGGED UNDELIVERABLE '.
013500     05  H1-RUN-DATE             PIC 9(08).
013600     05  FILLER                  PIC X(84) VALUE SPACES.
013700*
013800 01  WS-COLUMN-LINE.
013900     05  FILLER                  PIC X(44)
014000         VALUE '  PARTNER   MEMBER         ADDRESS          '.
014100     05  FILLER                  PIC X(44)
014200         VALUE '          ZIP        RETURNED COUNT  STATUS '.
014300     05  FILLER                  PIC X(44)
014400         VALUE '                                            '.
014500*
014600 01  WS-DETAIL-LINE.
014700     05  FILLER                  PIC X(02) VALUE SPACES.
014800     05  DL-PARTNER-ID           PIC 9(08).
014900     05  FILLER                  PIC X(02) VALUE SPACES.
015000     05  DL-MEMBER-ID            PIC 9(13).
015100     05  FILLER                  PIC X(02) VALUE SPACES.
015200     05  DL-ADDRESS-1            PIC X(26).
015300     05  FILLER                  PIC X(01) VALUE SPACE.
015400     05  DL-ZIP-CODE             PIC X(09).
015500     05  FILLER                  PIC X(02) VALUE SPACES.
015600     05  DL-RETURN-DATE          PIC 9(08).
015700     05  FILLER                  PIC X(03) VALUE SPACES.
015800     05  DL-RETURN-COUNT         PIC Z9.
015900     05  FILLER                  PIC X(03) VALUE SPACES.
016000     05  DL-STATUS               PIC X(30).
016100     05  FILLER                  PIC X(20) VALUE SPACES.
016200*
016300 01  WS-TOTAL-LINE.
016400     05  TT-CAPTION              PIC X(30).
016500     05  TT-COUNT                PIC ZZZZZZ9.
016600     05  FILLER                  PIC X(95) VALUE SPACES.
016700*
016800 PROCEDURE DIVISION.
016900*
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE
017200     PERFORM 2000-MATCH-ONE-KEY
017300         UNTIL WS-OLD-EOF AND WS-RETURN-EOF
017400     PERFORM 5000-PRINT-TOTALS
017500     DISPLAY 'RTNMAIL - RETURNS READ:        ' WS-RETURNS-READ
017600     DISPLAY 'RTNMAIL - NOT ON ADDRESS FILE: '
017700         WS-NOT-ON-FILE-COUNT
017800     DISPLAY 'RTNMAIL - SWITCHED ELECTRONIC: ' WS-SWITCHED-COUNT
017900     DISPLAY 'RTNMAIL - BAD ADDRESS HOLDS:   ' WS-HELD-COUNT
018000     DISPLAY 'RTNMAIL - STILL FLAGGED:       '
018100         WS-STILL-FLAGGED-COUNT
018200     PERFORM 9999-EXIT.
018300*
018400 1000-INITIALIZE.
018500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
018600     SORT SORT-WORK-FILE
018700         ON ASCENDING KEY SW-PARTNER-ID
018800                          SW-MEMBER-ID
018900                          SW-RETURN-DATE
019000         INPUT PROCEDURE IS 1100-EXTRACT-RETURNS
019100         GIVING SORTED-RETURN-FILE
019200     OPEN INPUT  SORTED-RETURN-FILE
019300     OPEN INPUT  OLD-ADDR-FILE
019400     OPEN INPUT  PREF-MAST-FILE
019500     OPEN OUTPUT NEW-ADDR-FILE
019600     OPEN OUTPUT PREF-TRAN-FILE
019700     OPEN OUTPUT HOLD-OUT-FILE
019800     OPEN OUTPUT RETURN-REPORT
019900     MOVE WS-RUN-DATE TO H1-RUN-DATE
020000     MOVE '1' TO RP-CARRIAGE-CONTROL
020100     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
020200     WRITE RETURN-REPORT-RECORD
020300     MOVE '0' TO RP-CARRIAGE-CONTROL
020400     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
020500     WRITE RETURN-REPORT-RECORD
020600     PERFORM 8000-READ-OLD-ADDR
020700     PERFORM 8100-READ-RETURN.
020800*
020900 1100-EXTRACT-RETURNS.
021000     OPEN INPUT RETURN-IN-FILE
021100     READ RETURN-IN-FILE
021200         AT END MOVE 'Y' TO WS-IN-EOF-SWITCH
021300     END-READ
021400     PERFORM 1110-RELEASE-ONE-RETURN
021500         UNTIL WS-IN-EOF
021600     CLOSE RETURN-IN-FILE.
021700*
021800 1110-RELEASE-ONE-RETURN.
021900     IF NOT RN-CONTROL-RECORD
022000         ADD 1 TO WS-RETURNS-READ
022100         RELEASE SORT-WORK-RECORD FROM RETURN-IN-RECORD
022200     END-IF
022300     READ RETURN-IN-FILE
022400         AT END MOVE 'Y' TO WS-IN-EOF-SWITCH
022500     END-READ.
022600*
022700 2000-MATCH-ONE-KEY.
022800     IF WS-OLD-KEY < WS-RETURN-KEY
022900         PERFORM 2100-PASS-OLD-ADDRESS
023000     ELSE
023100         IF WS-OLD-KEY > WS-RETURN-KEY
023200             PERFORM 2200-REJECT-RETURN
023300         ELSE
023400             PERFORM 2300-APPLY-RETURNS
023500         END-IF
023600     END-IF.
023700*
023800 2100-PASS-OLD-ADDRESS.
023900     MOVE OLD-ADDR-RECORD TO NEW-ADDR-RECORD
024000     PERFORM 2900-WRITE-NEW-ADDRESS
024100     PERFORM 8000-READ-OLD-ADDR.
024200*
024300*    A RETURN FOR A MEMBER WITH NO ADDRESS ON FILE CANNOT BE
024400*    FLAGGED; IT IS LISTED FOR THE MAILROOM TO TRACE.
024500*
024600 2200-REJECT-RETURN.
024700     ADD 1 TO WS-NOT-ON-FILE-COUNT
024800     MOVE SPACES           TO WS-DETAIL-LINE
024900     MOVE RI-PARTNER-ID    TO DL-PARTNER-ID
025000     MOVE RI-MEMBER-ID     TO DL-MEMBER-ID
025100     MOVE RI-RETURN-DATE   TO DL-RETURN-DATE
025200     MOVE ZERO             TO DL-RETURN-COUNT
025300     MOVE 'NOT ON ADDRESS MASTER' TO DL-STATUS
025400     PERFORM 2950-PRINT-DETAIL-LINE
025500     PERFORM 8100-READ-RETURN.
025600*
025700 2300-APPLY-RETURNS.
025800     MOVE OLD-ADDR-RECORD TO NEW-ADDR-RECORD
025900     PERFORM 2310-APPLY-ONE-RETURN
026000         UNTIL WS-RETURN-KEY NOT = WS-OLD-KEY
026100     PERFORM 2900-WRITE-NEW-ADDRESS
026200     PERFORM 8000-READ-OLD-ADDR.
026300*
026400******************************************************************
026500*    A SECOND PIECE RETURNED ON THE SAME DATE IS THE SAME        *
026600*    EVENT.  OTHERWISE THE RETURN COUNTS AGAINST THE ADDRESS;    *
026700*    THE COUNT RUNS UNTIL ADDRUPDT SEES A NEW ADDRESS, SO A      *
026800*    COUNT OF TWO IS TWO RETURNS IN A ROW TO THE SAME ADDRESS.   *
026900******************************************************************
027000 2310-APPLY-ONE-RETURN.
027100     IF RI-RETURN-DATE = AM-RETURN-DATE OF NEW-ADDR-RECORD
027200         ADD 1 TO WS-DUPLICATE-COUNT
027300     ELSE
027400         IF NOT AM-UNDELIVERABLE OF NEW-ADDR-RECORD
027500             ADD 1 TO WS-NEWLY-FLAGGED-COUNT
027600         END-IF
027700         MOVE 'U' TO AM-RETURN-STATUS OF NEW-ADDR-RECORD
027800         MOVE RI-RETURN-DATE TO AM-RETURN-DATE OF NEW-ADDR-RECORD
027900         IF AM-RETURN-COUNT OF NEW-ADDR-RECORD < 99
028000             ADD 1 TO AM-RETURN-COUNT OF NEW-ADDR-RECORD
028100         END-IF
028200         IF AM-RETURN-COUNT OF NEW-ADDR-RECORD = 2
028300             PERFORM 2400-STOP-PAPER
028400         END-IF
028500     END-IF
028600     PERFORM 8100-READ-RETURN.
028700*
028800*    PAPER TO THIS ADDRESS IS STOPPED: ELECTRONIC DELIVERY IF
028900*    THE MEMBER HAS AN E-MAIL ADDRESS ON THE PREFERENCE MASTER,
029000*    OTHERWISE A BAD-ADDRESS HOLD UNTIL THE ADDRESS IS FIXED.
029100*
029200 2400-STOP-PAPER.
029300     PERFORM 8200-READ-PREF
029400         UNTIL WS-PREF-KEY NOT < WS-OLD-KEY
029500     IF WS-PREF-KEY = WS-OLD-KEY
029600         AND DV-EMAIL-ADDRESS NOT = SPACES
029700         PERFORM 2410-SWITCH-TO-ELECTRONIC
029800     ELSE
029900         PERFORM 2420-RAISE-BAD-ADDRESS-HOLD
030000     END-IF.
030100*
030200 2410-SWITCH-TO-ELECTRONIC.
030300     ADD 1 TO WS-SWITCHED-COUNT
030400     MOVE 'C'               TO DT-ACTION-CODE
030500     MOVE DV-PARTNER-ID     TO DT-PARTNER-ID
030600     MOVE DV-MEMBER-ID      TO DT-MEMBER-ID
030700     MOVE 'E'               TO DT-CHANNEL
030800     MOVE WS-RUN-DATE       TO DT-EFF-FROM-DATE
030900     IF DV-EFF-TO-DATE < WS-RUN-DATE
031000         MOVE 99991231      TO DT-EFF-TO-DATE
031100     ELSE
031200         MOVE DV-EFF-TO-DATE TO DT-EFF-TO-DATE
031300     END-IF
031400     MOVE DV-EMAIL-ADDRESS  TO DT-EMAIL-ADDRESS
031450     MOVE WS-BATCH-OPER-ID  TO DT-OPER-ID
031500     WRITE PREF-TRAN-RECORD
031600     MOVE 'E' TO AM-RETURN-ACTION OF NEW-ADDR-RECORD.
031700*
031800 2420-RAISE-BAD-ADDRESS-HOLD.
031900     ADD 1 TO WS-HELD-COUNT
032000     MOVE AM-PARTNER-ID OF NEW-ADDR-RECORD TO HD-PARTNER-ID
032100     MOVE AM-MEMBER-ID OF NEW-ADDR-RECORD  TO HD-MEMBER-ID
032200     MOVE 'BAD'       TO HD-REASON-CODE
032300     MOVE WS-RUN-DATE TO HD-EFF-FROM-DATE
032400     MOVE 99991231    TO HD-EFF-TO-DATE
032500     WRITE HOLD-MASTER-RECORD
032600     MOVE 'H' TO AM-RETURN-ACTION OF NEW-ADDR-RECORD.
032700*
032800 2900-WRITE-NEW-ADDRESS.
032900     WRITE NEW-ADDR-RECORD
033000     IF AM-UNDELIVERABLE OF NEW-ADDR-RECORD
033100         ADD 1 TO WS-STILL-FLAGGED-COUNT
033200         MOVE AM-PARTNER-ID OF NEW-ADDR-RECORD   TO DL-PARTNER-ID
033300         MOVE AM-MEMBER-ID OF NEW-ADDR-RECORD    TO DL-MEMBER-ID
033400         MOVE AM-ADDRESS-1 OF NEW-ADDR-RECORD    TO DL-ADDRESS-1
033500         MOVE AM-ZIP-CODE OF NEW-ADDR-RECORD     TO DL-ZIP-CODE
033600         MOVE AM-RETURN-DATE OF NEW-ADDR-RECORD  TO DL-RETURN-DATE
033700         MOVE AM-RETURN-COUNT OF NEW-ADDR-RECORD
033800           TO DL-RETURN-COUNT
033900         EVALUATE TRUE
034000             WHEN AM-SWITCHED-ELECTRONIC OF NEW-ADDR-RECORD
034100                 MOVE 'SWITCHED TO ELECTRONIC' TO DL-STATUS
034200             WHEN AM-HELD-BAD-ADDRESS OF NEW-ADDR-RECORD
034300                 MOVE 'HELD - BAD ADDRESS' TO DL-STATUS
034400             WHEN OTHER
034500                 MOVE 'FLAGGED - STILL MAILING' TO DL-STATUS
034600         END-EVALUATE
034700         PERFORM 2950-PRINT-DETAIL-LINE
034800     END-IF.
034900*
035000 2950-PRINT-DETAIL-LINE.
035100     MOVE ' ' TO RP-CARRIAGE-CONTROL
035200     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
035300     WRITE RETURN-REPORT-RECORD.
035400*
035500 5000-PRINT-TOTALS.
035600     MOVE '0' TO RP-CARRIAGE-CONTROL
035700     MOVE SPACES TO RP-PRINT-LINE
035800     WRITE RETURN-REPORT-RECORD
035900     MOVE 'RETURNS RECEIVED              ' TO TT-CAPTION
036000     MOVE WS-RETURNS-READ TO TT-COUNT
036100     PERFORM 5100-PRINT-TOTAL-LINE
036200     MOVE 'SAME-DAY DUPLICATES IGNORED   ' TO TT-CAPTION
036300     MOVE WS-DUPLICATE-COUNT TO TT-COUNT
036400     PERFORM 5100-PRINT-TOTAL-LINE
036500     MOVE 'NOT ON ADDRESS MASTER         ' TO TT-CAPTION
036600     MOVE WS-NOT-ON-FILE-COUNT TO TT-COUNT
036700     PERFORM 5100-PRINT-TOTAL-LINE
036800     MOVE 'NEWLY FLAGGED THIS CYCLE      ' TO TT-CAPTION
036900     MOVE WS-NEWLY-FLAGGED-COUNT TO TT-COUNT
037000     PERFORM 5100-PRINT-TOTAL-LINE
037100     MOVE 'SWITCHED TO ELECTRONIC        ' TO TT-CAPTION
037200     MOVE WS-SWITCHED-COUNT TO TT-COUNT
037300     PERFORM 5100-PRINT-TOTAL-LINE
037400     MOVE 'BAD ADDRESS HOLDS RAISED      ' TO TT-CAPTION
037500     MOVE WS-HELD-COUNT TO TT-COUNT
037600     PERFORM 5100-PRINT-TOTAL-LINE
037700     MOVE 'MEMBERS STILL FLAGGED         ' TO TT-CAPTION
037800     MOVE WS-STILL-FLAGGED-COUNT TO TT-COUNT
037900     PERFORM 5100-PRINT-TOTAL-LINE.
038000*
038100 5100-PRINT-TOTAL-LINE.
038200     MOVE ' ' TO RP-CARRIAGE-CONTROL
038300     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
038400     WRITE RETURN-REPORT-RECORD.
038500*
038600 8000-READ-OLD-ADDR.
038700     READ OLD-ADDR-FILE
038800         AT END
038900             MOVE 'Y' TO WS-OLD-EOF-SWITCH
039000             MOVE WS-HIGH-VALUE-KEY TO WS-OLD-KEY
039100         NOT AT END
039200             MOVE AM-PARTNER-ID OF OLD-ADDR-RECORD
039300                 TO WS-OLD-KEY (1:8)
039400             MOVE AM-MEMBER-ID OF OLD-ADDR-RECORD
039500                 TO WS-OLD-KEY (9:13)
039600     END-READ.
039700*
039800 8100-READ-RETURN.
039900     READ SORTED-RETURN-FILE
040000         AT END
040100             MOVE 'Y' TO WS-RETURN-EOF-SWITCH
040200             MOVE WS-HIGH-VALUE-KEY TO WS-RETURN-KEY
040300         NOT AT END
040400             MOVE RI-PARTNER-ID TO WS-RETURN-KEY (1:8)
040500             MOVE RI-MEMBER-ID  TO WS-RETURN-KEY (9:13)
040600     END-READ.
040700*
040800 8200-READ-PREF.
040900     READ PREF-MAST-FILE
041000         AT END
041100             MOVE 'Y' TO WS-PREF-EOF-SWITCH
041200             MOVE WS-HIGH-VALUE-KEY TO WS-PREF-KEY
041300         NOT AT END
041400             MOVE DV-PARTNER-ID TO WS-PREF-KEY (1:8)
041500             MOVE DV-MEMBER-ID  TO WS-PREF-KEY (9:13)
041600     END-READ.
041700*
041800 9999-EXIT.
041900     CLOSE SORTED-RETURN-FILE OLD-ADDR-FILE PREF-MAST-FILE
042000           NEW-ADDR-FILE PREF-TRAN-FILE HOLD-OUT-FILE
042100           RETURN-REPORT
042200     STOP RUN.
