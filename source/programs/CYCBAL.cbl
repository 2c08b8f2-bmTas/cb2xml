000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CYCBAL.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  STATEMENT BILLING BATCH - CYCLE SELECTION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - BILL-CYCLE BALANCING.      *
001400*                   PROJECTS EACH MEMBER'S STATEMENT PAGES FROM  *
001500*                   THE STMTARCH ARCHIVE INDEX (THE AVERAGE      *
001600*                   RECORD COUNT PER ARCHIVED CYCLE AT THE       *
001700*                   PARAMETER LINES PER PAGE), TOTALS THE        *
001800*                   PROJECTED VOLUME PER CYCLE DAY ON THE        *
001900*                   SCHEDULE AND PROPOSES MOVES FROM CYCLES      *
002000*                   ABOVE THE TOLERANCE BAND TO THE LIGHTEST     *
002100*                   CYCLE.  A MEMBER ON A DAY NO LONGER ON THE   *
002200*                   SCHEDULE IS ALWAYS MOVED.  WITH THE UPDATE   *
002300*                   SWITCH ON, PROPOSALS GO ON THE NEW MASTER AS *
002400*                   PENDING CHANGES FOR CYCSEL TO NOTIFY;        *
002500*                   OTHERWISE THE RUN ONLY REPORTS THEM.         *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT BAL-PARM-FILE    ASSIGN TO CYCBPARM
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT ARCH-INDEX-FILE  ASSIGN TO STMTARCX
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT SORTED-INDEX-FILE ASSIGN TO CYCASRT
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT SORT-WORK-FILE   ASSIGN TO SRTWK01.
004100     SELECT OLD-CYCLE-FILE   ASSIGN TO BILLOLD
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT WORK-CYCLE-FILE  ASSIGN TO CYCWORK
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT NEW-CYCLE-FILE   ASSIGN TO BILLNEW
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT BALANCE-REPORT   ASSIGN TO CYCBRPT
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100*
005200*    THE CYCLE DAYS ON THE SCHEDULE, THE FIRST OF WHICH TAKES A
005300*    MEMBER FOUND ON THE ARCHIVE BUT NOT ON THE MASTER.  ZERO
005400*    LINES PER PAGE, TOLERANCE OR MAXIMUM MOVES TAKE THE
005500*    DEFAULTS BELOW.
005600*
005700 FD  BAL-PARM-FILE.
005800 01  BAL-PARM-RECORD.
005900     05  BP-LINES-PER-PAGE       PIC 9(03).
006000     05  BP-TOLERANCE-PCT        PIC 9(02).
006100     05  BP-MAX-MOVES            PIC 9(05).
006200     05  BP-UPDATE-SWITCH        PIC X(01).
006300         88  BP-UPDATE           VALUE 'Y'.
006400     05  BP-CYCLE-DAY            PIC 9(02) OCCURS 8 TIMES.
006500*
006600 FD  ARCH-INDEX-FILE.
006700 01  ARCH-INDEX-RECORD           PIC X(36).
006800*
006900 FD  SORTED-INDEX-FILE.
007000 01  SORTED-INDEX-RECORD.
007100     05  AX-PARTNER-ID           PIC 9(08).
007200     05  AX-MEMBER-ID            PIC 9(13).
007300     05  AX-CYCLE-DATE           PIC 9(08).
007400     05  AX-RECORD-COUNT         PIC 9(07).
007500*
007600 SD  SORT-WORK-FILE.
007700 01  SORT-WORK-RECORD.
007800     05  SW-PARTNER-ID           PIC 9(08).
007900     05  SW-MEMBER-ID            PIC 9(13).
008000     05  SW-CYCLE-DATE           PIC 9(08).
008100     05  SW-RECORD-COUNT         PIC 9(07).
008200*
008300 FD  OLD-CYCLE-FILE.
008400     COPY "BILLCYC.cpy" REPLACING ==BILL-CYCLE-RECORD==
008500                              BY ==OLD-CYCLE-RECORD==.
008600*
008700 FD  WORK-CYCLE-FILE.
008800     COPY "BILLCYC.cpy" REPLACING ==BILL-CYCLE-RECORD==
008900                              BY ==WORK-CYCLE-RECORD==.
009000*
009100 FD  NEW-CYCLE-FILE.
009200     COPY "BILLCYC.cpy" REPLACING ==BILL-CYCLE-RECORD==
009300                              BY ==NEW-CYCLE-RECORD==.
009400*
009500 FD  BALANCE-REPORT.
009600 01  BALANCE-REPORT-RECORD.
009700     05  RP-CARRIAGE-CONTROL     PIC X(01).
009800     05  RP-PRINT-LINE           PIC X(132).
009900*
010000 WORKING-STORAGE SECTION.
010100*
010200 01  WS-INDEX-EOF-SWITCH         PIC X(01) VALUE 'N'.
010300     88  WS-INDEX-EOF            VALUE 'Y'.
010400 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
010500     88  WS-OLD-EOF              VALUE 'Y'.
010600 01  WS-WORK-EOF-SWITCH          PIC X(01) VALUE 'N'.
010700     88  WS-WORK-EOF             VALUE 'Y'.
010800 01  WS-UPDATE-SWITCH            PIC X(01) VALUE 'N'.
010900     88  WS-UPDATE               VALUE 'Y'.
011000*
011100 01  WS-RUN-DATE                 PIC 9(08).
011200 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 40.
011300 01  WS-TOLERANCE-PCT            PIC 9(02) VALUE 5.
011400 01  WS-MAX-MOVES                PIC 9(05) VALUE 9999.
011500 01  WS-BP-SUB                   PIC 9(02) COMP.
011600 01  WS-CT-SUB                   PIC 9(02) COMP.
011700 01  WS-FROM-SUB                 PIC 9(02) COMP.
011800 01  WS-TO-SUB                   PIC 9(02) COMP.
011900*
012000 01  WS-OLD-KEY                  PIC X(21).
012100 01  WS-INDEX-KEY.
012200     05  WS-IK-PARTNER-ID        PIC 9(08).
012300     05  WS-IK-MEMBER-ID         PIC 9(13).
012400 01  WS-HIGH-KEY                 PIC X(21) VALUE HIGH-VALUES.
012500*
012600*    ONE MEMBER'S ARCHIVE HISTORY.
012700*
012800 01  WS-HIST-CYCLES              PIC 9(05).
012900 01  WS-HIST-PAGES               PIC 9(09).
013000 01  WS-CYCLE-PAGES              PIC 9(07).
013100 01  WS-MEMBER-PAGES             PIC 9(05).
013200 01  WS-EFFECTIVE-DAY            PIC 9(02).
013300*
013400 01  WS-TOTAL-PAGES              PIC 9(11) VALUE 0.
013500 01  WS-TARGET-PAGES             PIC 9(11) VALUE 0.
013600 01  WS-BAND-PAGES               PIC 9(11) VALUE 0.
013700 01  WS-MEMBERS-READ             PIC 9(07) VALUE 0.
013800 01  WS-MEMBERS-ADDED            PIC 9(07) VALUE 0.
013900 01  WS-MOVES-PROPOSED           PIC 9(07) VALUE 0.
014000 01  WS-ALREADY-PENDING          PIC 9(07) VALUE 0.
014100*
014200*    THE SCHEDULE, WITH EACH CYCLE'S PROJECTED VOLUME BEFORE AND
014300*    AFTER THE PROPOSED MOVES.  OFF-SCHEDULE VOLUME IS HELD
014400*    APART - IT ALL MOVES.
014500*
014600 01  CT-TABLE-COUNT              PIC 9(02) COMP VALUE 0.
014700 01  CT-TABLE.
014800     05  CT-ENTRY OCCURS 8 TIMES.
014900         10  CT-CYCLE-DAY        PIC 9(02).
015000         10  CT-MEMBERS-BEFORE   PIC 9(07) COMP-3.
015100         10  CT-PAGES-BEFORE     PIC 9(11) COMP-3.
015200         10  CT-MEMBERS          PIC 9(07) COMP-3.
015300         10  CT-PAGES            PIC 9(11) COMP-3.
015400 01  WS-OFF-MEMBERS              PIC 9(07) VALUE 0.
015500 01  WS-OFF-PAGES                PIC 9(11) VALUE 0.
015600*
015700 01  WS-HEADING-LINE.
015800     05  FILLER                  PIC X(40)
015900         VALUE 'CYCBAL - BILL CYCLE BALANCING PROPOSALS '.
016000     05  H1-RUN-DATE             PIC 9(08).
016100     05  FILLER                  PIC X(02) VALUE SPACES.
016200     05  H1-MODE                 PIC X(30).
016300     05  FILLER                  PIC X(52) VALUE SPACES.
016400*
016500 01  WS-MOVE-COLUMN-LINE.
016600     05  FILLER                  PIC X(44)
016700         VALUE 'PARTNER   MEMBER         FROM    TO PAGES  R'.
016800     05  FILLER                  PIC X(44)
016900         VALUE 'EASON                                       '.
017000     05  FILLER                  PIC X(44)
017100         VALUE '                                            '.
017200*
017300 01  WS-MOVE-LINE.
017400     05  ML-PARTNER-ID           PIC 9(08).
017500     05  FILLER                  PIC X(02) VALUE SPACES.
017600     05  ML-MEMBER-ID            PIC 9(13).
017700     05  FILLER                  PIC X(04) VALUE SPACES.
017800     05  ML-FROM-DAY             PIC Z9.
017900     05  FILLER                  PIC X(05) VALUE SPACES.
018000     05  ML-TO-DAY               PIC Z9.
018100     05  FILLER                  PIC X(03) VALUE SPACES.
018200     05  ML-PAGES                PIC ZZZZ9.
018300     05  FILLER                  PIC X(02) VALUE SPACES.
018400     05  ML-REASON               PIC X(30).
018500     05  FILLER                  PIC X(56) VALUE SPACES.
018600*
018700 01  WS-VOLUME-COLUMN-LINE.
018800     05  FILLER                  PIC X(44)
018900         VALUE 'CYCLE      MEMBERS    PAGES BEFORE  MEMBERS '.
019000     05  FILLER                  PIC X(44)
019100         VALUE '   PAGES AFTER                              '.
019200     05  FILLER                  PIC X(44)
019300         VALUE '                                            '.
019400*
019500 01  WS-VOLUME-LINE.
019600     05  VL-CYCLE-DAY            PIC X(09).
019700     05  FILLER                  PIC X(02) VALUE SPACES.
019800     05  VL-MEMBERS-BEFORE       PIC ZZZZZZ9.
019900     05  FILLER                  PIC X(02) VALUE SPACES.
020000     05  VL-PAGES-BEFORE         PIC ZZZZZZZZZZ9.
020100     05  FILLER                  PIC X(04) VALUE SPACES.
020200     05  VL-MEMBERS-AFTER        PIC ZZZZZZ9.
020300     05  FILLER                  PIC X(02) VALUE SPACES.
020400     05  VL-PAGES-AFTER          PIC ZZZZZZZZZZ9.
020500     05  FILLER                  PIC X(77) VALUE SPACES.
020600*
020700 01  WS-TOTAL-LINE.
020800     05  TT-CAPTION              PIC X(30).
020900     05  TT-COUNT                PIC ZZZZZZZZZZ9.
021000     05  FILLER                  PIC X(91) VALUE SPACES.
021100*
021200 PROCEDURE DIVISION.
021300*
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE
021600     PERFORM 2000-PROJECT-ONE-MEMBER
021700         UNTIL WS-OLD-EOF AND WS-INDEX-EOF
021800     CLOSE SORTED-INDEX-FILE OLD-CYCLE-FILE WORK-CYCLE-FILE
021900     PERFORM 3000-SET-TARGET
022000     OPEN INPUT  WORK-CYCLE-FILE
022100     OPEN OUTPUT NEW-CYCLE-FILE
022200     READ WORK-CYCLE-FILE
022300         AT END MOVE 'Y' TO WS-WORK-EOF-SWITCH
022400     END-READ
022500     PERFORM 4000-BALANCE-ONE-MEMBER
022600         UNTIL WS-WORK-EOF
022700     PERFORM 5000-PRINT-VOLUMES
022800     DISPLAY 'CYCBAL - MEMBERS ON MASTER:  ' WS-MEMBERS-READ
022900     DISPLAY 'CYCBAL - MEMBERS ADDED:      ' WS-MEMBERS-ADDED
023000     DISPLAY 'CYCBAL - MOVES PROPOSED:     ' WS-MOVES-PROPOSED
023100     PERFORM 9999-EXIT.
023200*
023300 1000-INITIALIZE.
023400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023500     OPEN INPUT BAL-PARM-FILE
023600     READ BAL-PARM-FILE
023700         AT END
023800             DISPLAY 'CYCBAL - NO CYCLE SCHEDULE - '
023810                 'NOTHING BALANCED'
023900             MOVE 8 TO RETURN-CODE
024000             STOP RUN
024100     END-READ
024200     CLOSE BAL-PARM-FILE
024300     IF BP-LINES-PER-PAGE > ZERO
024400         MOVE BP-LINES-PER-PAGE TO WS-LINES-PER-PAGE
024500     END-IF
024600     IF BP-TOLERANCE-PCT > ZERO
024700         MOVE BP-TOLERANCE-PCT TO WS-TOLERANCE-PCT
024800     END-IF
024900     IF BP-MAX-MOVES > ZERO
025000         MOVE BP-MAX-MOVES TO WS-MAX-MOVES
025100     END-IF
025200     MOVE BP-UPDATE-SWITCH TO WS-UPDATE-SWITCH
025300     PERFORM 1100-LOAD-ONE-CYCLE-DAY
025400         VARYING WS-BP-SUB FROM 1 BY 1
025500         UNTIL WS-BP-SUB > 8
025600     IF CT-TABLE-COUNT = ZERO
025700         DISPLAY 'CYCBAL - NO CYCLE SCHEDULE - NOTHING BALANCED'
025800         MOVE 8 TO RETURN-CODE
025900         STOP RUN
026000     END-IF
026100     SORT SORT-WORK-FILE
026200         ON ASCENDING KEY SW-PARTNER-ID
026300                          SW-MEMBER-ID
026400                          SW-CYCLE-DATE
026500         USING ARCH-INDEX-FILE
026600         GIVING SORTED-INDEX-FILE
026700     OPEN INPUT  SORTED-INDEX-FILE
026800     OPEN INPUT  OLD-CYCLE-FILE
026900     OPEN OUTPUT WORK-CYCLE-FILE
027000     OPEN OUTPUT BALANCE-REPORT
027100     MOVE WS-RUN-DATE TO H1-RUN-DATE
027200     IF WS-UPDATE
027300         MOVE 'MOVES SET PENDING ON MASTER' TO H1-MODE
027400     ELSE
027500         MOVE 'PROPOSALS ONLY - NO UPDATE' TO H1-MODE
027600     END-IF
027700     MOVE '1' TO RP-CARRIAGE-CONTROL
027800     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
027900     WRITE BALANCE-REPORT-RECORD
028000     MOVE '0' TO RP-CARRIAGE-CONTROL
028100     MOVE WS-MOVE-COLUMN-LINE TO RP-PRINT-LINE
028200     WRITE BALANCE-REPORT-RECORD
028300     PERFORM 8000-READ-OLD-CYCLE
028400     PERFORM 8100-READ-INDEX.
028500*
028600*    A ZERO OR REPEATED DAY ON THE PARAMETER IS IGNORED.
028700*
028800 1100-LOAD-ONE-CYCLE-DAY.
028900     IF BP-CYCLE-DAY (WS-BP-SUB) > ZERO
029000         AND BP-CYCLE-DAY (WS-BP-SUB) NOT > 31
029100         MOVE BP-CYCLE-DAY (WS-BP-SUB) TO WS-EFFECTIVE-DAY
029200         PERFORM 8200-FIND-CYCLE-DAY
029300         IF WS-CT-SUB > CT-TABLE-COUNT
029400             ADD 1 TO CT-TABLE-COUNT
029500             MOVE WS-EFFECTIVE-DAY
029600                 TO CT-CYCLE-DAY (CT-TABLE-COUNT)
029700             MOVE ZERO TO CT-MEMBERS-BEFORE (CT-TABLE-COUNT)
029800             MOVE ZERO TO CT-PAGES-BEFORE (CT-TABLE-COUNT)
029900             MOVE ZERO TO CT-MEMBERS (CT-TABLE-COUNT)
030000             MOVE ZERO TO CT-PAGES (CT-TABLE-COUNT)
030100         END-IF
030200     END-IF.
030300*
030400******************************************************************
030500*    PASS 1 - MATCH THE SORTED ARCHIVE INDEX TO THE MASTER,      *
030600*    REFRESH EACH MEMBER'S PROJECTED PAGES AND TOTAL THE         *
030700*    VOLUME ON EACH MEMBER'S EFFECTIVE CYCLE DAY.                *
030800******************************************************************
030900 2000-PROJECT-ONE-MEMBER.
031000     IF WS-OLD-KEY < WS-INDEX-KEY
031100         MOVE OLD-CYCLE-RECORD TO WORK-CYCLE-RECORD
031200         ADD 1 TO WS-MEMBERS-READ
031300         PERFORM 8000-READ-OLD-CYCLE
031400     ELSE
031500         PERFORM 2100-ACCUMULATE-HISTORY
031600         IF WS-OLD-KEY = WS-INDEX-KEY
031700             MOVE OLD-CYCLE-RECORD TO WORK-CYCLE-RECORD
031800             ADD 1 TO WS-MEMBERS-READ
031900             PERFORM 8000-READ-OLD-CYCLE
032000         ELSE
032100             PERFORM 2200-ADD-ARCHIVED-MEMBER
032200         END-IF
032300         MOVE WS-MEMBER-PAGES
032400             TO BC-PROJECTED-PAGES OF WORK-CYCLE-RECORD
032500         PERFORM 8110-SET-INDEX-KEY
032600     END-IF
032700     PERFORM 2300-COUNT-VOLUME
032800     WRITE WORK-CYCLE-RECORD.
032900*
033000*    ALL THE MEMBER'S ARCHIVED CYCLES, AVERAGED AND ROUNDED UP
033100*    TO WHOLE PAGES.  THE INDEX IS LEFT ON THE NEXT MEMBER'S
033200*    FIRST ENTRY.
033300*
033400 2100-ACCUMULATE-HISTORY.
033500     MOVE ZERO TO WS-HIST-CYCLES
033600     MOVE ZERO TO WS-HIST-PAGES
033700     PERFORM 2110-ADD-ONE-CYCLE
033800     PERFORM 2120-NEXT-SAME-MEMBER
033900         UNTIL WS-INDEX-EOF
034000             OR AX-PARTNER-ID NOT = WS-IK-PARTNER-ID
034100             OR AX-MEMBER-ID NOT = WS-IK-MEMBER-ID
034200     COMPUTE WS-MEMBER-PAGES =
034300         (WS-HIST-PAGES + WS-HIST-CYCLES - 1) / WS-HIST-CYCLES.
034400*
034500 2110-ADD-ONE-CYCLE.
034600     ADD 1 TO WS-HIST-CYCLES
034700     COMPUTE WS-CYCLE-PAGES =
034800         (AX-RECORD-COUNT + WS-LINES-PER-PAGE - 1)
034900         / WS-LINES-PER-PAGE
035000     ADD WS-CYCLE-PAGES TO WS-HIST-PAGES.
035100*
035200*    READS AHEAD WITHOUT MOVING THE KEY; 8110 SETS IT FROM THE
035300*    NEXT MEMBER'S ENTRY ONCE THE MATCH IS DONE.
035400*
035500 2120-NEXT-SAME-MEMBER.
035600     READ SORTED-INDEX-FILE
035700         AT END
035800             MOVE 'Y' TO WS-INDEX-EOF-SWITCH
035900         NOT AT END
036000             IF AX-PARTNER-ID = WS-IK-PARTNER-ID
036100                 AND AX-MEMBER-ID = WS-IK-MEMBER-ID
036200                 PERFORM 2110-ADD-ONE-CYCLE
036300             END-IF
036400     END-READ.
036500*
036600 2200-ADD-ARCHIVED-MEMBER.
036700     ADD 1 TO WS-MEMBERS-ADDED
036800     MOVE WS-IK-PARTNER-ID TO BC-PARTNER-ID OF WORK-CYCLE-RECORD
036900     MOVE WS-IK-MEMBER-ID  TO BC-MEMBER-ID OF WORK-CYCLE-RECORD
037000     MOVE CT-CYCLE-DAY (1) TO BC-CYCLE-DAY OF WORK-CYCLE-RECORD
037100     MOVE ZERO TO BC-NEXT-CYCLE-DAY OF WORK-CYCLE-RECORD
037200     MOVE 'N'  TO BC-CHANGE-STATUS OF WORK-CYCLE-RECORD
037300     MOVE WS-RUN-DATE TO BC-ASSIGNED-DATE OF WORK-CYCLE-RECORD
037400     MOVE ZERO TO BC-LAST-BILLED-DATE OF WORK-CYCLE-RECORD.
037500*
037600 2300-COUNT-VOLUME.
037700     PERFORM 8300-SET-EFFECTIVE-DAY
037800     PERFORM 8200-FIND-CYCLE-DAY
037900     IF WS-CT-SUB > CT-TABLE-COUNT
038000         ADD 1 TO WS-OFF-MEMBERS
038100         ADD BC-PROJECTED-PAGES OF WORK-CYCLE-RECORD
038200             TO WS-OFF-PAGES
038300     ELSE
038400         ADD 1 TO CT-MEMBERS-BEFORE (WS-CT-SUB)
038500         ADD BC-PROJECTED-PAGES OF WORK-CYCLE-RECORD
038600             TO CT-PAGES-BEFORE (WS-CT-SUB)
038700     END-IF
038800     ADD BC-PROJECTED-PAGES OF WORK-CYCLE-RECORD
038900         TO WS-TOTAL-PAGES.
039000*
039100*    THE TARGET IS AN EVEN SHARE OF ALL PROJECTED PAGES.  A CYCLE
039200*    ABOVE THE TARGET BY MORE THAN THE TOLERANCE GIVES UP
039300*    MEMBERS.
039400*
039500 3000-SET-TARGET.
039600     COMPUTE WS-TARGET-PAGES = WS-TOTAL-PAGES / CT-TABLE-COUNT
039700     COMPUTE WS-BAND-PAGES =
039800         WS-TARGET-PAGES * (100 + WS-TOLERANCE-PCT) / 100
039900     PERFORM 3100-COPY-BEFORE-VOLUME
040000         VARYING WS-CT-SUB FROM 1 BY 1
040100         UNTIL WS-CT-SUB > CT-TABLE-COUNT.
040200*
040300 3100-COPY-BEFORE-VOLUME.
040400     MOVE CT-MEMBERS-BEFORE (WS-CT-SUB) TO CT-MEMBERS (WS-CT-SUB)
040500     MOVE CT-PAGES-BEFORE (WS-CT-SUB)   TO CT-PAGES (WS-CT-SUB).
040600*
040700******************************************************************
040800*    PASS 2 - PROPOSE MOVES.  A MEMBER ALREADY PENDING A CHANGE  *
040900*    IS LEFT ALONE; ONE OFF THE SCHEDULE ALWAYS MOVES; OTHERWISE *
041000*    A MEMBER ON A CYCLE ABOVE THE BAND MOVES TO THE LIGHTEST    *
041100*    CYCLE IF THAT CYCLE STAYS WITHIN THE TARGET AND THE SOURCE  *
041200*    DOES NOT DROP BELOW IT.                                     *
041300******************************************************************
041400 4000-BALANCE-ONE-MEMBER.
041500     MOVE WORK-CYCLE-RECORD TO NEW-CYCLE-RECORD
041600     MOVE BC-PROJECTED-PAGES OF WORK-CYCLE-RECORD
041700         TO WS-MEMBER-PAGES
041800     PERFORM 8300-SET-EFFECTIVE-DAY
041900     PERFORM 8200-FIND-CYCLE-DAY
042000     MOVE WS-CT-SUB TO WS-FROM-SUB
042100     PERFORM 4100-FIND-LIGHTEST-CYCLE
042200     EVALUATE TRUE
042300         WHEN BC-CHANGE-PENDING OF WORK-CYCLE-RECORD
042400             ADD 1 TO WS-ALREADY-PENDING
042500         WHEN WS-FROM-SUB > CT-TABLE-COUNT
042600             ADD 1 TO CT-MEMBERS (WS-TO-SUB)
042700             ADD WS-MEMBER-PAGES TO CT-PAGES (WS-TO-SUB)
042800             MOVE 'DAY NOT ON SCHEDULE' TO ML-REASON
042900             PERFORM 4200-PROPOSE-MOVE
043000         WHEN WS-MOVES-PROPOSED NOT < WS-MAX-MOVES
043100             CONTINUE
043200         WHEN WS-MEMBER-PAGES = ZERO
043300             CONTINUE
043400         WHEN CT-PAGES (WS-FROM-SUB) > WS-BAND-PAGES
043500             AND CT-PAGES (WS-TO-SUB) + WS-MEMBER-PAGES
043600                 NOT > WS-TARGET-PAGES
043700             AND CT-PAGES (WS-FROM-SUB) - WS-MEMBER-PAGES
043800                 NOT < WS-TARGET-PAGES
043900             SUBTRACT 1 FROM CT-MEMBERS (WS-FROM-SUB)
044000             SUBTRACT WS-MEMBER-PAGES FROM CT-PAGES (WS-FROM-SUB)
044100             ADD 1 TO CT-MEMBERS (WS-TO-SUB)
044200             ADD WS-MEMBER-PAGES TO CT-PAGES (WS-TO-SUB)
044300             MOVE 'CYCLE ABOVE BALANCE BAND' TO ML-REASON
044400             PERFORM 4200-PROPOSE-MOVE
044500         WHEN OTHER
044600             CONTINUE
044700     END-EVALUATE
044800     WRITE NEW-CYCLE-RECORD
044900     READ WORK-CYCLE-FILE
045000         AT END MOVE 'Y' TO WS-WORK-EOF-SWITCH
045100     END-READ.
045200*
045300 4100-FIND-LIGHTEST-CYCLE.
045400     MOVE 1 TO WS-TO-SUB
045500     PERFORM 4110-CHECK-ONE-CYCLE
045600         VARYING WS-CT-SUB FROM 2 BY 1
045700         UNTIL WS-CT-SUB > CT-TABLE-COUNT.
045800*
045900 4110-CHECK-ONE-CYCLE.
046000     IF CT-PAGES (WS-CT-SUB) < CT-PAGES (WS-TO-SUB)
046100         MOVE WS-CT-SUB TO WS-TO-SUB
046200     END-IF.
046300*
046400 4200-PROPOSE-MOVE.
046500     ADD 1 TO WS-MOVES-PROPOSED
046600     MOVE BC-PARTNER-ID OF WORK-CYCLE-RECORD TO ML-PARTNER-ID
046700     MOVE BC-MEMBER-ID OF WORK-CYCLE-RECORD  TO ML-MEMBER-ID
046800     MOVE WS-EFFECTIVE-DAY                   TO ML-FROM-DAY
046900     MOVE CT-CYCLE-DAY (WS-TO-SUB)           TO ML-TO-DAY
047000     MOVE WS-MEMBER-PAGES                    TO ML-PAGES
047100     MOVE ' ' TO RP-CARRIAGE-CONTROL
047200     MOVE WS-MOVE-LINE TO RP-PRINT-LINE
047300     WRITE BALANCE-REPORT-RECORD
047400     IF WS-UPDATE
047500         MOVE CT-CYCLE-DAY (WS-TO-SUB)
047600             TO BC-NEXT-CYCLE-DAY OF NEW-CYCLE-RECORD
047700         MOVE 'P' TO BC-CHANGE-STATUS OF NEW-CYCLE-RECORD
047800     END-IF.
047900*
048000 5000-PRINT-VOLUMES.
048100     MOVE '0' TO RP-CARRIAGE-CONTROL
048200     MOVE WS-VOLUME-COLUMN-LINE TO RP-PRINT-LINE
048300     WRITE BALANCE-REPORT-RECORD
048400     PERFORM 5100-PRINT-ONE-CYCLE
048500         VARYING WS-CT-SUB FROM 1 BY 1
048600         UNTIL WS-CT-SUB > CT-TABLE-COUNT
048700     MOVE 'OFF SCHED' TO VL-CYCLE-DAY
048800     MOVE WS-OFF-MEMBERS TO VL-MEMBERS-BEFORE
048900     MOVE WS-OFF-PAGES   TO VL-PAGES-BEFORE
049000     MOVE ZERO           TO VL-MEMBERS-AFTER
049100     MOVE ZERO           TO VL-PAGES-AFTER
049200     PERFORM 5200-PRINT-VOLUME-LINE
049300     MOVE '0' TO RP-CARRIAGE-CONTROL
049400     MOVE SPACES TO RP-PRINT-LINE
049500     WRITE BALANCE-REPORT-RECORD
049600     MOVE 'TARGET PAGES PER CYCLE        ' TO TT-CAPTION
049700     MOVE WS-TARGET-PAGES TO TT-COUNT
049800     PERFORM 5300-PRINT-TOTAL-LINE
049900     MOVE 'MEMBERS ADDED FROM ARCHIVE    ' TO TT-CAPTION
050000     MOVE WS-MEMBERS-ADDED TO TT-COUNT
050100     PERFORM 5300-PRINT-TOTAL-LINE
050200     MOVE 'MEMBERS ALREADY PENDING       ' TO TT-CAPTION
050300     MOVE WS-ALREADY-PENDING TO TT-COUNT
050400     PERFORM 5300-PRINT-TOTAL-LINE
050500     MOVE 'MOVES PROPOSED                ' TO TT-CAPTION
050600     MOVE WS-MOVES-PROPOSED TO TT-COUNT
050700     PERFORM 5300-PRINT-TOTAL-LINE.
050800*
050900 5100-PRINT-ONE-CYCLE.
051000     MOVE SPACES TO VL-CYCLE-DAY
051100     MOVE 'DAY ' TO VL-CYCLE-DAY (1:4)
051200     MOVE CT-CYCLE-DAY (WS-CT-SUB)      TO VL-CYCLE-DAY (5:2)
051300     MOVE CT-MEMBERS-BEFORE (WS-CT-SUB) TO VL-MEMBERS-BEFORE
051400     MOVE CT-PAGES-BEFORE (WS-CT-SUB)   TO VL-PAGES-BEFORE
051500     MOVE CT-MEMBERS (WS-CT-SUB)        TO VL-MEMBERS-AFTER
051600     MOVE CT-PAGES (WS-CT-SUB)          TO VL-PAGES-AFTER
051700     PERFORM 5200-PRINT-VOLUME-LINE.
051800*
051900 5200-PRINT-VOLUME-LINE.
052000     MOVE ' ' TO RP-CARRIAGE-CONTROL
052100     MOVE WS-VOLUME-LINE TO RP-PRINT-LINE
052200     WRITE BALANCE-REPORT-RECORD.
052300*
052400 5300-PRINT-TOTAL-LINE.
052500     MOVE ' ' TO RP-CARRIAGE-CONTROL
052600     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
052700     WRITE BALANCE-REPORT-RECORD.
052800*
052900 8000-READ-OLD-CYCLE.
053000     READ OLD-CYCLE-FILE
053100         AT END
053200             MOVE 'Y' TO WS-OLD-EOF-SWITCH
053300             MOVE HIGH-VALUES TO WS-OLD-KEY
053400         NOT AT END
053500             MOVE OLD-CYCLE-RECORD (1:21) TO WS-OLD-KEY
053600     END-READ.
053700*
053800 8100-READ-INDEX.
053900     IF WS-INDEX-EOF
054000         MOVE WS-HIGH-KEY TO WS-INDEX-KEY
054100     ELSE
054200         READ SORTED-INDEX-FILE
054300             AT END
054400                 MOVE 'Y' TO WS-INDEX-EOF-SWITCH
054500                 MOVE WS-HIGH-KEY TO WS-INDEX-KEY
054600             NOT AT END
054700                 MOVE AX-PARTNER-ID TO WS-IK-PARTNER-ID
054800                 MOVE AX-MEMBER-ID  TO WS-IK-MEMBER-ID
054900         END-READ
055000     END-IF.
055100*
055200 8110-SET-INDEX-KEY.
055300     IF WS-INDEX-EOF
055400         MOVE WS-HIGH-KEY TO WS-INDEX-KEY
055500     ELSE
055600         MOVE AX-PARTNER-ID TO WS-IK-PARTNER-ID
055700         MOVE AX-MEMBER-ID  TO WS-IK-MEMBER-ID
055800     END-IF.
055900*
056000 8200-FIND-CYCLE-DAY.
056100     PERFORM 8210-SCAN-CYCLE-TABLE
056200         VARYING WS-CT-SUB FROM 1 BY 1
056300         UNTIL WS-CT-SUB > CT-TABLE-COUNT
056400             OR CT-CYCLE-DAY (WS-CT-SUB) = WS-EFFECTIVE-DAY.
056500*
056600 8210-SCAN-CYCLE-TABLE.
056700     CONTINUE.
056800*
056900*    A PENDING CHANGE COUNTS ON THE DAY THE MEMBER IS MOVING TO.
057000*
057100 8300-SET-EFFECTIVE-DAY.
057200     IF BC-CHANGE-PENDING OF WORK-CYCLE-RECORD
057300         AND BC-NEXT-CYCLE-DAY OF WORK-CYCLE-RECORD > ZERO
057400         MOVE BC-NEXT-CYCLE-DAY OF WORK-CYCLE-RECORD
057500             TO WS-EFFECTIVE-DAY
057600     ELSE
057700         MOVE BC-CYCLE-DAY OF WORK-CYCLE-RECORD
057800             TO WS-EFFECTIVE-DAY
057900     END-IF.
058000*
058100 9999-EXIT.
058200     CLOSE WORK-CYCLE-FILE NEW-CYCLE-FILE BALANCE-REPORT
058300     STOP RUN.
