000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CSOREASN.
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
001300*   10/15/26  MO    INITIAL VERSION - MASS CSO REASSIGNMENT ON   *
001400*                   THE KEYED CROSS-REFERENCE STORE XREFLOAD     *
001500*                   MAINTAINS.  EACH TRANSACTION MOVES EVERY     *
001600*                   ARRANGEMENT CARRYING ITS FROM-CSO, OPTIONALLY*
001700*                   ONLY WITHIN A PAY-POINT RANGE OR FOR ONE     *
001800*                   ARRANGEMENT TYPE, EITHER TO A NAMED CSO OR,  *
001900*                   IN BALANCING MODE, ONE AT A TIME TO THE CSO  *
002000*                   ON THE CSOQLOAD ROSTER WITH THE LIGHTEST     *
002100*                   WORKLOAD, COUNTED AS ARRANGEMENTS HELD ON    *
002200*                   THE STORE PLUS OPEN CSOQUEUE ITEMS.  EVERY   *
002300*                   MOVE IS AUDITED BEFORE AND AFTER AND FED     *
002400*                   BACK UPSTREAM IN THE XREFDELT CHANGE-FEED    *
002500*                   SHAPE, SO THE SOURCE SYSTEM AGREES WITH THE  *
002600*                   STORE BEFORE ITS NEXT XREFIN OVERWRITES IT.  *
002620*   10/15/26  MO    CHANGE RECORD CARRIES THE ARRANGEMENT TYPE,  *
002640*                   FOLLOWING THE XREFDELT DELTA SHAPE.          *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT REASSIGN-TRAN-FILE ASSIGN TO CSOREAST
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT ROSTER-FILE       ASSIGN TO CSOROSTR
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT OPTIONAL QUEUE-FILE ASSIGN TO CSOQUEUE
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT XREF-KEYED-FILE   ASSIGN TO XREFKSD
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS XK-ARRANGEMENT-NUMB
004500         FILE STATUS IS WS-KEYED-STATUS.
004600     SELECT AUDIT-FILE        ASSIGN TO CSORAUD
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT CHANGE-FEED-FILE  ASSIGN TO CSORCHG
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200*
005300*    MODE 'R' MOVES TO THE NAMED TO-CSO; MODE 'B' BALANCES
005400*    ACROSS THE ROSTER AND THE TO-CSO IS IGNORED.  A ZERO HIGH
005500*    PAY POINT MEANS NO UPPER LIMIT; A SPACE ARRANGEMENT TYPE
005600*    MEANS ANY TYPE.
005700*
005800 FD  REASSIGN-TRAN-FILE.
005900 01  REASSIGN-TRAN-RECORD.
006000     05  RT-MODE                 PIC X(01).
006100         88  RT-REASSIGN         VALUE 'R'.
006200         88  RT-BALANCE          VALUE 'B'.
006300     05  RT-FROM-CSO             PIC X(01).
006400     05  RT-TO-CSO               PIC X(01).
006500     05  RT-PAY-POINT-LOW        PIC 9(03).
006600     05  RT-PAY-POINT-HIGH       PIC 9(03).
006700     05  RT-ARRANGEMENT-TYPE     PIC X(01).
006800     05  RT-REQUEST-OPER         PIC X(08).
006900*
007000*    SAME SHAPE AS THE CSOQLOAD ROSTER RECORD.
007100*
007200 FD  ROSTER-FILE.
007300 01  ROSTER-RECORD.
007400     05  RO-OPERATOR-ID          PIC X(08).
007500     05  RO-CSO-CODE             PIC X(01).
007600*
007700*    SAME SHAPE AS THE CSOQLOAD WORK QUEUE RECORD.
007800*
007900 FD  QUEUE-FILE.
008000 01  WORK-QUEUE-RECORD.
008100     05  WQ-QUEUE-ID             PIC 9(14).
008200     05  WQ-ARRANGEMENT-NUMB     PIC 9(05).
008300     05  WQ-PAY-POINT-NUMB       PIC 9(03).
008400     05  WQ-EXCEPTION-TYPE       PIC X(25).
008500     05  WQ-OPERATOR-ID          PIC X(08).
008600     05  WQ-STATUS               PIC X(01).
008700         88  WQ-STATUS-RESOLVED  VALUE 'R'.
008800     05  WQ-RESOLVED-DATE        PIC 9(08).
008900*
009000 FD  XREF-KEYED-FILE.
009100 01  XREF-KEYED-RECORD.
009200     05  XK-ARRANGEMENT-NUMB     PIC 9(05).
009300     05  XK-PAY-POINT-NUMB       PIC 9(03).
009400     05  XK-ARRANGEMENT-TYPE     PIC X(01).
009500     05  XK-STATUS-CD            PIC X(01).
009600     05  XK-CSO                  PIC X(01).
009700     05  XK-LAST-MAINT-DATE      PIC 9(08).
009800*
009900 FD  AUDIT-FILE.
010000 01  AUDIT-RECORD.
010100     05  AU-RUN-DATE             PIC 9(08).
010200     05  AU-ARRANGEMENT-NUMB     PIC 9(05).
010300     05  AU-PAY-POINT-NUMB       PIC 9(03).
010400     05  AU-ARRANGEMENT-TYPE     PIC X(01).
010500     05  AU-MODE                 PIC X(01).
010600     05  AU-BEFORE-CSO           PIC X(01).
010700     05  AU-AFTER-CSO            PIC X(01).
010800     05  AU-BEFORE-MAINT-DATE    PIC 9(08).
010900     05  AU-REQUEST-OPER         PIC X(08).
011000     05  AU-ASSIGNED-OPER        PIC X(08).
011100*
011200*    SAME SHAPE AS THE XREFDELT DELTA FEED, CHANGES ONLY.
011300*
011400 FD  CHANGE-FEED-FILE.
011500 01  DELTA-FEED-RECORD.
011600     05  DF-ACTION-CODE          PIC X(01).
011700     05  DF-ARRANGEMENT-NUMB     PIC 9(05).
011800     05  DF-PAY-POINT-NUMB       PIC 9(03).
011900     05  DF-CHANGED-FIELDS       PIC X(30).
012000     05  DF-NEW-STATUS-CD        PIC X(01).
012100     05  DF-NEW-CSO              PIC X(01).
012150     05  DF-NEW-ARR-TYPE         PIC X(01).
012200*
012300 01  DELTA-TRAILER-RECORD.
012400     05  DT-ACTION-CODE          PIC X(01).
012500     05  DT-ADD-COUNT            PIC 9(09).
012600     05  DT-CHANGE-COUNT         PIC 9(09).
012700     05  DT-DELETE-COUNT         PIC 9(09).
012800     05  FILLER                  PIC X(14).
012900*
013000 WORKING-STORAGE SECTION.
013100*
013200 01  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
013300     88  WS-TRAN-EOF             VALUE 'Y'.
013400 01  WS-ROSTER-EOF-SWITCH        PIC X(01) VALUE 'N'.
013500     88  WS-ROSTER-EOF           VALUE 'Y'.
013600 01  WS-QUEUE-EOF-SWITCH         PIC X(01) VALUE 'N'.
013700     88  WS-QUEUE-EOF            VALUE 'Y'.
013800 01  WS-XREF-EOF-SWITCH          PIC X(01) VALUE 'N'.
013900     88  WS-XREF-EOF             VALUE 'Y'.
014000 01  WS-BALANCE-SWITCH           PIC X(01) VALUE 'N'.
014100     88  WS-BALANCE-WANTED       VALUE 'Y'.
014200 01  WS-TRAN-FOUND-SWITCH        PIC X(01).
014300     88  WS-TRAN-FOUND           VALUE 'Y'.
014400 01  WS-KEYED-STATUS             PIC X(02).
014500     88  WS-KEYED-OK             VALUE '00' '02'.
014600*
014700 01  WS-RUN-DATE                 PIC 9(08).
014800 01  WS-NEW-CSO                  PIC X(01).
014900 01  WS-NEW-OPERATOR             PIC X(08).
015000 01  WS-LIGHTEST-LOAD            PIC 9(07).
015100 01  WS-LIGHTEST-SUB             PIC 9(03) COMP.
015200*
015300 01  WS-TRANS-READ               PIC 9(07) VALUE 0.
015400 01  WS-TRANS-REJECTED           PIC 9(07) VALUE 0.
015500 01  WS-ARRANGEMENTS-READ        PIC 9(09) VALUE 0.
015600 01  WS-ARRANGEMENTS-MOVED       PIC 9(09) VALUE 0.
015700 01  WS-ARRANGEMENTS-UNPLACED    PIC 9(09) VALUE 0.
015800 01  WS-REWRITES-FAILED          PIC 9(09) VALUE 0.
015900*
016000 01  TX-TABLE-MAX                PIC 9(03) COMP VALUE 50.
016100 01  TX-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
016200 01  TX-TABLE.
016300     05  TX-ENTRY OCCURS 50 TIMES
016400                  INDEXED BY TX-IDX.
016500         10  TX-MODE             PIC X(01).
016600             88  TX-BALANCE      VALUE 'B'.
016700         10  TX-FROM-CSO         PIC X(01).
016800         10  TX-TO-CSO           PIC X(01).
016900         10  TX-PAY-POINT-LOW    PIC 9(03).
017000         10  TX-PAY-POINT-HIGH   PIC 9(03).
017100         10  TX-ARRANGEMENT-TYPE PIC X(01).
017200         10  TX-REQUEST-OPER     PIC X(08).
017300         10  TX-MOVED-COUNT      PIC 9(07).
017400*
017500 01  RS-TABLE-MAX                PIC 9(03) COMP VALUE 100.
017600 01  RS-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
017700 01  RS-SUB                      PIC 9(03) COMP.
017800 01  RS-TABLE.
017900     05  RS-ENTRY OCCURS 100 TIMES.
018000         10  RS-OPERATOR-ID      PIC X(08).
018100         10  RS-CSO-CODE         PIC X(01).
018200         10  RS-LEAVING-SWITCH   PIC X(01).
018300             88  RS-LEAVING      VALUE 'Y'.
018400         10  RS-WORKLOAD         PIC 9(07).
018500*
018600 PROCEDURE DIVISION.
018700*
018800 0000-MAINLINE.
018900     PERFORM 1000-INITIALIZE
019000     PERFORM 2000-REASSIGN-ONE-ARRANGEMENT
019100         UNTIL WS-XREF-EOF
019200     PERFORM 3000-WRITE-CONTROL-TRAILER
019300     SET TX-IDX TO 1
019400     PERFORM 3100-REPORT-ONE-TRANSACTION
019500         UNTIL TX-IDX > TX-TABLE-COUNT
019600     DISPLAY 'CSOREASN - TRANSACTIONS READ:     ' WS-TRANS-READ
019700     DISPLAY 'CSOREASN - TRANSACTIONS REJECTED: '
019750         WS-TRANS-REJECTED
019800     DISPLAY 'CSOREASN - ARRANGEMENTS READ:     '
019900         WS-ARRANGEMENTS-READ
020000     DISPLAY 'CSOREASN - ARRANGEMENTS MOVED:    '
020100         WS-ARRANGEMENTS-MOVED
020200     DISPLAY 'CSOREASN - NO CSO TO BALANCE TO:  '
020300         WS-ARRANGEMENTS-UNPLACED
020400     DISPLAY 'CSOREASN - REWRITES FAILED:       '
020450         WS-REWRITES-FAILED
020500     IF WS-TRANS-REJECTED > ZERO
020600         OR WS-ARRANGEMENTS-UNPLACED > ZERO
020700         OR WS-REWRITES-FAILED > ZERO
020800         MOVE 4 TO RETURN-CODE
020900     END-IF
021000     PERFORM 9999-EXIT.
021100*
021200 1000-INITIALIZE.
021300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
021400     OPEN INPUT REASSIGN-TRAN-FILE
021500     READ REASSIGN-TRAN-FILE
021600         AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
021700     END-READ
021800     PERFORM 1100-LOAD-ONE-TRANSACTION
021900         UNTIL WS-TRAN-EOF
022000     CLOSE REASSIGN-TRAN-FILE
022100     OPEN INPUT ROSTER-FILE
022200     READ ROSTER-FILE
022300         AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
022400     END-READ
022500     PERFORM 1200-LOAD-ONE-OPERATOR
022600         UNTIL WS-ROSTER-EOF
022700     CLOSE ROSTER-FILE
022800     SET TX-IDX TO 1
022900     PERFORM 1300-MARK-LEAVING-CSO
023000         UNTIL TX-IDX > TX-TABLE-COUNT
023100     OPEN I-O XREF-KEYED-FILE
023200     IF NOT WS-KEYED-OK
023300         DISPLAY 'CSOREASN - XREFKSD OPEN FAILED, STATUS '
023400             WS-KEYED-STATUS
023500         MOVE 8 TO RETURN-CODE
023600         STOP RUN
023700     END-IF
023800     IF WS-BALANCE-WANTED
023900         PERFORM 1400-COUNT-STORE-WORKLOAD
024000         PERFORM 1500-COUNT-QUEUE-WORKLOAD
024100     END-IF
024200     OPEN OUTPUT AUDIT-FILE
024300     OPEN OUTPUT CHANGE-FEED-FILE
024400     MOVE ZERO TO XK-ARRANGEMENT-NUMB
024500     MOVE 'N' TO WS-XREF-EOF-SWITCH
024600     PERFORM 8000-START-XREF.
024700*
024800 1100-LOAD-ONE-TRANSACTION.
024900     ADD 1 TO WS-TRANS-READ
025000     IF RT-PAY-POINT-HIGH = ZERO
025100         MOVE 999 TO RT-PAY-POINT-HIGH
025200     END-IF
025300     EVALUATE TRUE
025400         WHEN RT-FROM-CSO = SPACE
025500             PERFORM 1150-REJECT-TRANSACTION
025600         WHEN RT-PAY-POINT-LOW > RT-PAY-POINT-HIGH
025700             PERFORM 1150-REJECT-TRANSACTION
025800         WHEN RT-REASSIGN
025900             IF RT-TO-CSO = SPACE OR RT-TO-CSO = RT-FROM-CSO
026000                 PERFORM 1150-REJECT-TRANSACTION
026100             ELSE
026200                 PERFORM 1110-TABLE-TRANSACTION
026300             END-IF
026400         WHEN RT-BALANCE
026500             MOVE 'Y' TO WS-BALANCE-SWITCH
026600             PERFORM 1110-TABLE-TRANSACTION
026700         WHEN OTHER
026800             PERFORM 1150-REJECT-TRANSACTION
026900     END-EVALUATE
027000     READ REASSIGN-TRAN-FILE
027100         AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
027200     END-READ.
027300*
027400 1110-TABLE-TRANSACTION.
027500     IF TX-TABLE-COUNT NOT < TX-TABLE-MAX
027600         DISPLAY 'CSOREASN - TRANSACTION TABLE FULL AT '
027700             TX-TABLE-MAX
027800         MOVE 8 TO RETURN-CODE
027900         STOP RUN
028000     END-IF
028100     ADD 1 TO TX-TABLE-COUNT
028200     SET TX-IDX TO TX-TABLE-COUNT
028300     MOVE RT-MODE             TO TX-MODE (TX-IDX)
028400     MOVE RT-FROM-CSO         TO TX-FROM-CSO (TX-IDX)
028500     MOVE RT-TO-CSO           TO TX-TO-CSO (TX-IDX)
028600     MOVE RT-PAY-POINT-LOW    TO TX-PAY-POINT-LOW (TX-IDX)
028700     MOVE RT-PAY-POINT-HIGH   TO TX-PAY-POINT-HIGH (TX-IDX)
028800     MOVE RT-ARRANGEMENT-TYPE TO TX-ARRANGEMENT-TYPE (TX-IDX)
028900     MOVE RT-REQUEST-OPER     TO TX-REQUEST-OPER (TX-IDX)
029000     MOVE ZERO                TO TX-MOVED-COUNT (TX-IDX).
029100*
029200 1150-REJECT-TRANSACTION.
029300     ADD 1 TO WS-TRANS-REJECTED
029400     DISPLAY 'CSOREASN - TRANSACTION REJECTED: '
029500         REASSIGN-TRAN-RECORD.
029600*
029700 1200-LOAD-ONE-OPERATOR.
029800     IF RS-TABLE-COUNT < RS-TABLE-MAX
029900         ADD 1 TO RS-TABLE-COUNT
030000         MOVE RO-OPERATOR-ID TO RS-OPERATOR-ID (RS-TABLE-COUNT)
030100         MOVE RO-CSO-CODE    TO RS-CSO-CODE (RS-TABLE-COUNT)
030200         MOVE 'N'            TO RS-LEAVING-SWITCH (RS-TABLE-COUNT)
030300         MOVE ZERO           TO RS-WORKLOAD (RS-TABLE-COUNT)
030400     END-IF
030500     READ ROSTER-FILE
030600         AT END MOVE 'Y' TO WS-ROSTER-EOF-SWITCH
030700     END-READ.
030800*
030900*    A CSO BEING MOVED OFF BY ANY TRANSACTION IS NEVER A
031000*    BALANCING TARGET, NOR IS AN OPERATOR WITH NO CSO CODE.
031100*
031200 1300-MARK-LEAVING-CSO.
031300     PERFORM 1310-MARK-ONE-OPERATOR
031400         VARYING RS-SUB FROM 1 BY 1
031500         UNTIL RS-SUB > RS-TABLE-COUNT
031600     SET TX-IDX UP BY 1.
031700*
031800 1310-MARK-ONE-OPERATOR.
031900     IF RS-CSO-CODE (RS-SUB) = TX-FROM-CSO (TX-IDX)
032000         OR RS-CSO-CODE (RS-SUB) = SPACE
032100         MOVE 'Y' TO RS-LEAVING-SWITCH (RS-SUB)
032200     END-IF.
032300*
032400 1400-COUNT-STORE-WORKLOAD.
032500     MOVE ZERO TO XK-ARRANGEMENT-NUMB
032600     PERFORM 8000-START-XREF
032700     PERFORM 1410-COUNT-ONE-ARRANGEMENT
032800         UNTIL WS-XREF-EOF.
032900*
033000 1410-COUNT-ONE-ARRANGEMENT.
033100     PERFORM 1420-CREDIT-ONE-OPERATOR
033200         VARYING RS-SUB FROM 1 BY 1
033300         UNTIL RS-SUB > RS-TABLE-COUNT
033400     PERFORM 8100-READ-NEXT-XREF.
033500*
033600 1420-CREDIT-ONE-OPERATOR.
033700     IF RS-CSO-CODE (RS-SUB) = XK-CSO
033800         ADD 1 TO RS-WORKLOAD (RS-SUB)
033900     END-IF.
034000*
034100 1500-COUNT-QUEUE-WORKLOAD.
034200     OPEN INPUT QUEUE-FILE
034300     READ QUEUE-FILE
034400         AT END MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
034500     END-READ
034600     PERFORM 1510-COUNT-ONE-QUEUE-ITEM
034700         UNTIL WS-QUEUE-EOF
034800     CLOSE QUEUE-FILE.
034900*
035000 1510-COUNT-ONE-QUEUE-ITEM.
035100     IF NOT WQ-STATUS-RESOLVED
035200         PERFORM 1520-CHARGE-ONE-OPERATOR
035300             VARYING RS-SUB FROM 1 BY 1
035400             UNTIL RS-SUB > RS-TABLE-COUNT
035500     END-IF
035600     READ QUEUE-FILE
035700         AT END MOVE 'Y' TO WS-QUEUE-EOF-SWITCH
035800     END-READ.
035900*
036000 1520-CHARGE-ONE-OPERATOR.
036100     IF RS-OPERATOR-ID (RS-SUB) = WQ-OPERATOR-ID
036200         ADD 1 TO RS-WORKLOAD (RS-SUB)
036300     END-IF.
036400*
036500*    THE FIRST TRANSACTION THAT FITS AN ARRANGEMENT MOVES IT.
036600*
036700 2000-REASSIGN-ONE-ARRANGEMENT.
036800     ADD 1 TO WS-ARRANGEMENTS-READ
036900     PERFORM 2100-FIND-TRANSACTION
037000     IF WS-TRAN-FOUND
037100         MOVE SPACES TO WS-NEW-OPERATOR
037200         IF TX-BALANCE (TX-IDX)
037300             PERFORM 2200-PICK-LIGHTEST-CSO
037400         ELSE
037500             MOVE TX-TO-CSO (TX-IDX) TO WS-NEW-CSO
037600         END-IF
037700         IF WS-NEW-CSO = SPACE
037800             ADD 1 TO WS-ARRANGEMENTS-UNPLACED
037900         ELSE
038000             PERFORM 2300-MOVE-ARRANGEMENT
038100         END-IF
038200     END-IF
038300     PERFORM 8100-READ-NEXT-XREF.
038400*
038500 2100-FIND-TRANSACTION.
038600     MOVE 'N' TO WS-TRAN-FOUND-SWITCH
038700     SET TX-IDX TO 1
038800     SEARCH TX-ENTRY
038900         AT END
039000             CONTINUE
039100         WHEN TX-IDX > TX-TABLE-COUNT
039200             CONTINUE
039300         WHEN TX-FROM-CSO (TX-IDX) = XK-CSO
039400          AND XK-PAY-POINT-NUMB NOT < TX-PAY-POINT-LOW (TX-IDX)
039500          AND XK-PAY-POINT-NUMB NOT > TX-PAY-POINT-HIGH (TX-IDX)
039600          AND (TX-ARRANGEMENT-TYPE (TX-IDX) = SPACE
039700            OR TX-ARRANGEMENT-TYPE (TX-IDX) = XK-ARRANGEMENT-TYPE)
039800             MOVE 'Y' TO WS-TRAN-FOUND-SWITCH
039900     END-SEARCH.
040000*
040100*    EACH ARRANGEMENT PLACED ADDS TO ITS NEW CSO'S LOAD, SO THE
040200*    DEPARTING BOOK SPREADS EVENLY RATHER THAN ALL TO ONE.
040300*
040400 2200-PICK-LIGHTEST-CSO.
040500     MOVE SPACE TO WS-NEW-CSO
040600     MOVE ZERO  TO WS-LIGHTEST-SUB
040700     MOVE 9999999 TO WS-LIGHTEST-LOAD
040800     PERFORM 2210-WEIGH-ONE-OPERATOR
040900         VARYING RS-SUB FROM 1 BY 1
041000         UNTIL RS-SUB > RS-TABLE-COUNT
041100     IF WS-LIGHTEST-SUB > ZERO
041200         MOVE RS-CSO-CODE (WS-LIGHTEST-SUB)    TO WS-NEW-CSO
041300         MOVE RS-OPERATOR-ID (WS-LIGHTEST-SUB) TO WS-NEW-OPERATOR
041400         ADD 1 TO RS-WORKLOAD (WS-LIGHTEST-SUB)
041500     END-IF.
041600*
041700 2210-WEIGH-ONE-OPERATOR.
041800     IF NOT RS-LEAVING (RS-SUB)
041900         AND RS-WORKLOAD (RS-SUB) < WS-LIGHTEST-LOAD
042000         MOVE RS-WORKLOAD (RS-SUB) TO WS-LIGHTEST-LOAD
042100         MOVE RS-SUB TO WS-LIGHTEST-SUB
042200     END-IF.
042300*
042400 2300-MOVE-ARRANGEMENT.
042500     MOVE WS-RUN-DATE          TO AU-RUN-DATE
042600     MOVE XK-ARRANGEMENT-NUMB  TO AU-ARRANGEMENT-NUMB
042700     MOVE XK-PAY-POINT-NUMB    TO AU-PAY-POINT-NUMB
042800     MOVE XK-ARRANGEMENT-TYPE  TO AU-ARRANGEMENT-TYPE
042900     MOVE TX-MODE (TX-IDX)     TO AU-MODE
043000     MOVE XK-CSO               TO AU-BEFORE-CSO
043100     MOVE WS-NEW-CSO           TO AU-AFTER-CSO
043200     MOVE XK-LAST-MAINT-DATE   TO AU-BEFORE-MAINT-DATE
043300     MOVE TX-REQUEST-OPER (TX-IDX) TO AU-REQUEST-OPER
043400     MOVE WS-NEW-OPERATOR      TO AU-ASSIGNED-OPER
043500     MOVE WS-NEW-CSO           TO XK-CSO
043600     MOVE WS-RUN-DATE          TO XK-LAST-MAINT-DATE
043700     REWRITE XREF-KEYED-RECORD
043800         INVALID KEY
043900             ADD 1 TO WS-REWRITES-FAILED
044000             DISPLAY 'CSOREASN - KEY FAILED: '
044100                 XK-ARRANGEMENT-NUMB
044200         NOT INVALID KEY
044300             ADD 1 TO WS-ARRANGEMENTS-MOVED
044400             ADD 1 TO TX-MOVED-COUNT (TX-IDX)
044500             WRITE AUDIT-RECORD
044600             PERFORM 2310-FEED-CHANGE-UPSTREAM
044700     END-REWRITE.
044800*
044900 2310-FEED-CHANGE-UPSTREAM.
045000     MOVE 'C'                  TO DF-ACTION-CODE
045100     MOVE XK-ARRANGEMENT-NUMB  TO DF-ARRANGEMENT-NUMB
045200     MOVE XK-PAY-POINT-NUMB    TO DF-PAY-POINT-NUMB
045300     MOVE SPACES               TO DF-CHANGED-FIELDS
045400     MOVE 'CSO'                TO DF-CHANGED-FIELDS (11:3)
045500     MOVE XK-STATUS-CD         TO DF-NEW-STATUS-CD
045600     MOVE XK-CSO               TO DF-NEW-CSO
045650     MOVE XK-ARRANGEMENT-TYPE  TO DF-NEW-ARR-TYPE
045700     WRITE DELTA-FEED-RECORD.
045800*
045900 3000-WRITE-CONTROL-TRAILER.
046000     MOVE SPACES TO DELTA-TRAILER-RECORD
046100     MOVE 'T' TO DT-ACTION-CODE
046200     MOVE ZERO                  TO DT-ADD-COUNT
046300     MOVE WS-ARRANGEMENTS-MOVED TO DT-CHANGE-COUNT
046400     MOVE ZERO                  TO DT-DELETE-COUNT
046500     WRITE DELTA-TRAILER-RECORD.
046600*
046700 3100-REPORT-ONE-TRANSACTION.
046800     DISPLAY 'CSOREASN - ' TX-MODE (TX-IDX) ' FROM '
046900         TX-FROM-CSO (TX-IDX) ' TO ' TX-TO-CSO (TX-IDX)
047000         ' PAY POINTS ' TX-PAY-POINT-LOW (TX-IDX) '-'
047100         TX-PAY-POINT-HIGH (TX-IDX) ' MOVED '
047200         TX-MOVED-COUNT (TX-IDX)
047300     SET TX-IDX UP BY 1.
047400*
047500 8000-START-XREF.
047600     MOVE 'N' TO WS-XREF-EOF-SWITCH
047700     START XREF-KEYED-FILE
047800         KEY IS NOT LESS THAN XK-ARRANGEMENT-NUMB
047900         INVALID KEY MOVE 'Y' TO WS-XREF-EOF-SWITCH
048000     END-START
048100     IF NOT WS-XREF-EOF
048200         PERFORM 8100-READ-NEXT-XREF
048300     END-IF.
048400*
048500 8100-READ-NEXT-XREF.
048600     READ XREF-KEYED-FILE NEXT RECORD
048700         AT END MOVE 'Y' TO WS-XREF-EOF-SWITCH
048800     END-READ.
048900*
049000 9999-EXIT.
049100     CLOSE XREF-KEYED-FILE AUDIT-FILE CHANGE-FEED-FILE
049200     STOP RUN.
