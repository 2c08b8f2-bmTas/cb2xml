000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XREFHIST.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COMBINED BILLING BATCH - ONLINE SUPPORT.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - EFFECTIVE-DATED HISTORY OF *
001400*                   THE CROSS-REFERENCE.  EACH DAY'S XREFDELT    *
001500*                   DELTA IS MATCHED AGAINST THE HISTORY STORE   *
001600*                   (XRHIST.CPY) ON ARRANGEMENT NUMBER, OLD TO   *
001700*                   NEW.  AN ADD OPENS A VERSION; A CHANGE TO    *
001800*                   THE PAY POINT, ARRANGEMENT TYPE, STATUS CODE *
001900*                   OR CSO CLOSES THE CURRENT VERSION AND OPENS  *
002000*                   ONE FROM THE EFFECTIVE DATE; A DELETE        *
002100*                   END-DATES THE CURRENT VERSION AND KEEPS IT.  *
002200*                   BECAUSE THE DELTA IS KEYED ON ARRANGEMENT    *
002300*                   AND PAY POINT, A PAY POINT MOVE ARRIVES AS A *
002400*                   DELETE AND AN ADD FOR THE SAME ARRANGEMENT   *
002500*                   AND IS VERSIONED AS ONE CHANGE.  THE         *
002600*                   EFFECTIVE DATE IS THE RUN DATE UNLESS THE    *
002700*                   PARAMETER FILE GIVES ONE, FOR A CATCH-UP RUN.*
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT DELTA-FEED-FILE   ASSIGN TO XREFDLTO
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT OPTIONAL OLD-HIST-FILE ASSIGN TO XHISTOLD
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT NEW-HIST-FILE     ASSIGN TO XHISTNEW
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OPTIONAL HIST-PARM-FILE ASSIGN TO XHISTPRM
004300         ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600*
004700*    SAME SHAPE AS THE XREFDELT DELTA FEED.  THE 'T' CONTROL
004800*    TRAILER ENDS THE FILE.
004900*
005000 FD  DELTA-FEED-FILE.
005100 01  DELTA-FEED-RECORD.
005200     05  DF-ACTION-CODE          PIC X(01).
005300         88  DF-TRAILER          VALUE 'T'.
005400     05  DF-ARRANGEMENT-NUMB     PIC 9(05).
005500     05  DF-PAY-POINT-NUMB       PIC 9(03).
005600     05  DF-CHANGED-FIELDS       PIC X(30).
005700     05  DF-NEW-STATUS-CD        PIC X(01).
005800     05  DF-NEW-CSO              PIC X(01).
005900     05  DF-NEW-ARR-TYPE         PIC X(01).
006000*
006100 FD  OLD-HIST-FILE.
006200     COPY "XRHIST.cpy".
006300*
006400 FD  NEW-HIST-FILE.
006500 01  NEW-HIST-RECORD             PIC X(67).
006600*
006700 FD  HIST-PARM-FILE.
006800 01  HIST-PARM-RECORD.
006900     05  HP-EFFECTIVE-DATE       PIC 9(08).
007000*
007100 WORKING-STORAGE SECTION.
007200*
007300 01  WS-DELTA-EOF-SWITCH         PIC X(01) VALUE 'N'.
007400     88  WS-DELTA-EOF            VALUE 'Y'.
007500 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
007600     88  WS-HIST-EOF             VALUE 'Y'.
007700 01  WS-PAY-POINT-MOVE-SWITCH    PIC X(01).
007800     88  WS-PAY-POINT-MOVE       VALUE 'Y'.
007900*
008000 01  WS-RUN-DATE                 PIC 9(08).
008100 01  WS-EFFECTIVE-DATE           PIC 9(08).
008200 01  WS-DELTA-KEY                PIC 9(06).
008300 01  WS-HIST-KEY                 PIC 9(06).
008400 01  WS-CURR-KEY                 PIC 9(06).
008500 01  WS-HIGH-KEY                 PIC 9(06) VALUE 999999.
008600 01  WS-OPEN-SUB                 PIC 9(03) COMP.
008700 01  WS-OPEN-ACTION              PIC X(01).
008800 01  WS-CHANGED-FIELDS           PIC X(30).
008900*
009000 01  WS-DELTAS-READ              PIC 9(09) VALUE 0.
009100 01  WS-ARRANGEMENTS-TOUCHED     PIC 9(09) VALUE 0.
009200 01  WS-VERSIONS-OPENED          PIC 9(09) VALUE 0.
009300 01  WS-VERSIONS-CLOSED          PIC 9(09) VALUE 0.
009400 01  WS-VERSIONS-DELETED         PIC 9(09) VALUE 0.
009500 01  WS-VERSIONS-WRITTEN         PIC 9(09) VALUE 0.
009600 01  WS-OUT-OF-SEQUENCE          PIC 9(09) VALUE 0.
009700*
009800*    EVERY VERSION HELD FOR THE ARRANGEMENT IN HAND, IN THE
009900*    XRHIST LAYOUT.
010000*
010100 01  VH-TABLE-MAX                PIC 9(03) COMP VALUE 500.
010200 01  VH-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
010300 01  VH-SUB                      PIC 9(03) COMP.
010400 01  VH-TABLE.
010500     05  VH-ENTRY OCCURS 500 TIMES.
010600         10  VH-ARRANGEMENT-NUMB PIC 9(05).
010700         10  VH-EFFECTIVE-FROM   PIC 9(08).
010800         10  VH-EFFECTIVE-TO     PIC 9(08).
010900         10  VH-PAY-POINT-NUMB   PIC 9(03).
011000         10  VH-ARRANGEMENT-TYPE PIC X(01).
011100         10  VH-STATUS-CD        PIC X(01).
011200         10  VH-CSO              PIC X(01).
011300         10  VH-OPEN-ACTION      PIC X(01).
011400         10  VH-CLOSE-ACTION     PIC X(01).
011500         10  VH-CHANGED-FIELDS   PIC X(30).
011600         10  VH-RECORDED-DATE    PIC 9(08).
011700*
011800*    THE DAY'S DELTA RECORDS FOR THE ARRANGEMENT IN HAND.
011900*
012000 01  DX-TABLE-MAX                PIC 9(03) COMP VALUE 20.
012100 01  DX-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
012200 01  DX-SUB                      PIC 9(03) COMP.
012300 01  DX-SCAN                     PIC 9(03) COMP.
012400 01  DX-TABLE.
012500     05  DX-ENTRY OCCURS 20 TIMES.
012600         10  DX-ACTION-CODE      PIC X(01).
012700         10  DX-PAY-POINT-NUMB   PIC 9(03).
012800         10  DX-ARRANGEMENT-TYPE PIC X(01).
012900         10  DX-STATUS-CD        PIC X(01).
013000         10  DX-CSO              PIC X(01).
013100*
013200 PROCEDURE DIVISION.
013300*
013400 0000-MAINLINE.
013500     PERFORM 1000-INITIALIZE
013600     PERFORM 2000-MATCH-ONE-ARRANGEMENT
013700         UNTIL WS-DELTA-KEY = WS-HIGH-KEY
013800           AND WS-HIST-KEY = WS-HIGH-KEY
013900     DISPLAY 'XREFHIST - EFFECTIVE DATE:       ' WS-EFFECTIVE-DATE
014000     DISPLAY 'XREFHIST - DELTA RECORDS READ:   ' WS-DELTAS-READ
014100     DISPLAY 'XREFHIST - ARRANGEMENTS CHANGED: '
014200         WS-ARRANGEMENTS-TOUCHED
014300     DISPLAY 'XREFHIST - VERSIONS OPENED:      '
014350         WS-VERSIONS-OPENED
014400     DISPLAY 'XREFHIST - VERSIONS CLOSED:      '
014450         WS-VERSIONS-CLOSED
014500     DISPLAY 'XREFHIST - END-DATED BY DELETE:  '
014600         WS-VERSIONS-DELETED
014700     DISPLAY 'XREFHIST - OUT OF SEQUENCE:      '
014750         WS-OUT-OF-SEQUENCE
014800     DISPLAY 'XREFHIST - VERSIONS WRITTEN:     '
014900         WS-VERSIONS-WRITTEN
015000     IF WS-OUT-OF-SEQUENCE > ZERO
015100         MOVE 4 TO RETURN-CODE
015200     END-IF
015300     PERFORM 9999-EXIT.
015400*
015500 1000-INITIALIZE.
015600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015700     MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
015800     OPEN INPUT HIST-PARM-FILE
015900     READ HIST-PARM-FILE
016000         AT END
016100             CONTINUE
016200         NOT AT END
016300             IF HP-EFFECTIVE-DATE > ZERO
016400                 MOVE HP-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
016500             END-IF
016600     END-READ
016700     CLOSE HIST-PARM-FILE
016800     OPEN INPUT  DELTA-FEED-FILE
016900     OPEN INPUT  OLD-HIST-FILE
017000     OPEN OUTPUT NEW-HIST-FILE
017100     PERFORM 8000-READ-DELTA
017200     PERFORM 8100-READ-OLD-HIST.
017300*
017400 2000-MATCH-ONE-ARRANGEMENT.
017500     IF WS-DELTA-KEY < WS-HIST-KEY
017600         MOVE WS-DELTA-KEY TO WS-CURR-KEY
017700     ELSE
017800         MOVE WS-HIST-KEY TO WS-CURR-KEY
017900     END-IF
018000     MOVE ZERO TO VH-TABLE-COUNT
018100     MOVE ZERO TO DX-TABLE-COUNT
018200     PERFORM 2100-LOAD-ONE-VERSION
018300         UNTIL WS-HIST-KEY NOT = WS-CURR-KEY
018400     PERFORM 2200-LOAD-ONE-DELTA
018500         UNTIL WS-DELTA-KEY NOT = WS-CURR-KEY
018600     IF DX-TABLE-COUNT > ZERO
018700         ADD 1 TO WS-ARRANGEMENTS-TOUCHED
018800         PERFORM 2300-APPLY-ONE-DELTA
018900             VARYING DX-SUB FROM 1 BY 1
019000             UNTIL DX-SUB > DX-TABLE-COUNT
019100     END-IF
019200     PERFORM 2400-WRITE-ONE-VERSION
019300         VARYING VH-SUB FROM 1 BY 1
019400         UNTIL VH-SUB > VH-TABLE-COUNT.
019500*
019600 2100-LOAD-ONE-VERSION.
019700     IF VH-TABLE-COUNT NOT < VH-TABLE-MAX
019800         DISPLAY 'XREFHIST - VERSION TABLE FULL AT ' VH-TABLE-MAX
019900             ' FOR ARRANGEMENT ' WS-CURR-KEY
020000         MOVE 8 TO RETURN-CODE
020100         STOP RUN
020200     END-IF
020300     ADD 1 TO VH-TABLE-COUNT
020400     MOVE ARRANGEMENT-HISTORY-RECORD TO VH-ENTRY (VH-TABLE-COUNT)
020500     PERFORM 8100-READ-OLD-HIST.
020600*
020700 2200-LOAD-ONE-DELTA.
020800     IF DX-TABLE-COUNT NOT < DX-TABLE-MAX
020900         DISPLAY 'XREFHIST - DELTA TABLE FULL AT ' DX-TABLE-MAX
021000             ' FOR ARRANGEMENT ' WS-CURR-KEY
021100         MOVE 8 TO RETURN-CODE
021200         STOP RUN
021300     END-IF
021400     ADD 1 TO DX-TABLE-COUNT
021500     MOVE DF-ACTION-CODE    TO DX-ACTION-CODE (DX-TABLE-COUNT)
021600     MOVE DF-PAY-POINT-NUMB TO DX-PAY-POINT-NUMB (DX-TABLE-COUNT)
021700     MOVE DF-NEW-ARR-TYPE
021750         TO DX-ARRANGEMENT-TYPE (DX-TABLE-COUNT)
021800     MOVE DF-NEW-STATUS-CD  TO DX-STATUS-CD (DX-TABLE-COUNT)
021900     MOVE DF-NEW-CSO        TO DX-CSO (DX-TABLE-COUNT)
022000     PERFORM 8000-READ-DELTA.
022100*
022200*    A DELETE PAIRED WITH AN ADD FOR THE SAME ARRANGEMENT IS A
022300*    PAY POINT MOVE; THE ADD VERSIONS IT AND THE DELETE IS LEFT
022400*    ALONE.  A DELETE FOR A PAY POINT THE CURRENT VERSION NO
022500*    LONGER CARRIES HAS ALREADY BEEN SUPERSEDED.
022600*
022700 2300-APPLY-ONE-DELTA.
022800     PERFORM 2310-FIND-CURRENT-VERSION
022900     MOVE 'N' TO WS-PAY-POINT-MOVE-SWITCH
023000     IF DX-ACTION-CODE (DX-SUB) = 'D'
023100         PERFORM 2320-CHECK-FOR-ADD
023200             VARYING DX-SCAN FROM 1 BY 1
023300             UNTIL DX-SCAN > DX-TABLE-COUNT
023400     END-IF
023500     EVALUATE TRUE
023600         WHEN WS-OPEN-SUB > ZERO
023700          AND WS-EFFECTIVE-DATE < VH-EFFECTIVE-FROM (WS-OPEN-SUB)
023800             ADD 1 TO WS-OUT-OF-SEQUENCE
023900             DISPLAY 'XREFHIST - ARRANGEMENT ' WS-CURR-KEY
024000                 ' HAS A VERSION AFTER ' WS-EFFECTIVE-DATE
024100         WHEN DX-ACTION-CODE (DX-SUB) = 'D'
024200             IF NOT WS-PAY-POINT-MOVE
024300                 AND WS-OPEN-SUB > ZERO
024400                 AND VH-PAY-POINT-NUMB (WS-OPEN-SUB) =
024500                     DX-PAY-POINT-NUMB (DX-SUB)
024600                 MOVE 'D' TO VH-CLOSE-ACTION (WS-OPEN-SUB)
024700                 MOVE WS-EFFECTIVE-DATE
024800                     TO VH-EFFECTIVE-TO (WS-OPEN-SUB)
024900                 ADD 1 TO WS-VERSIONS-DELETED
025000             END-IF
025100         WHEN WS-OPEN-SUB = ZERO
025200             MOVE DX-ACTION-CODE (DX-SUB) TO WS-OPEN-ACTION
025300             MOVE SPACES TO WS-CHANGED-FIELDS
025400             PERFORM 2350-OPEN-VERSION
025500         WHEN OTHER
025600             PERFORM 2330-NAME-CHANGED-FIELDS
025700             IF WS-CHANGED-FIELDS NOT = SPACES
025800                 MOVE 'C' TO VH-CLOSE-ACTION (WS-OPEN-SUB)
025900                 MOVE WS-EFFECTIVE-DATE
026000                     TO VH-EFFECTIVE-TO (WS-OPEN-SUB)
026100                 ADD 1 TO WS-VERSIONS-CLOSED
026200                 MOVE 'C' TO WS-OPEN-ACTION
026300                 PERFORM 2350-OPEN-VERSION
026400             END-IF
026500     END-EVALUATE.
026600*
027100 2310-FIND-CURRENT-VERSION.
027200     MOVE ZERO TO WS-OPEN-SUB
027300     PERFORM 2315-TEST-ONE-VERSION
027400         VARYING VH-SUB FROM 1 BY 1
027500         UNTIL VH-SUB > VH-TABLE-COUNT.
027600*
027700 2315-TEST-ONE-VERSION.
027800     IF VH-EFFECTIVE-TO (VH-SUB) = 99999999
027900         MOVE VH-SUB TO WS-OPEN-SUB
028000     END-IF.
028100*
028200 2320-CHECK-FOR-ADD.
028300     IF DX-ACTION-CODE (DX-SCAN) = 'A'
028400         MOVE 'Y' TO WS-PAY-POINT-MOVE-SWITCH
028500     END-IF.
028600*
028700 2330-NAME-CHANGED-FIELDS.
028800     MOVE SPACES TO WS-CHANGED-FIELDS
028900     IF DX-PAY-POINT-NUMB (DX-SUB) NOT =
029000             VH-PAY-POINT-NUMB (WS-OPEN-SUB)
029100         MOVE 'PAY-PT' TO WS-CHANGED-FIELDS (1:6)
029200     END-IF
029300     IF DX-ARRANGEMENT-TYPE (DX-SUB) NOT =
029400             VH-ARRANGEMENT-TYPE (WS-OPEN-SUB)
029500         MOVE 'ARR-TYPE' TO WS-CHANGED-FIELDS (8:8)
029600     END-IF
029700     IF DX-STATUS-CD (DX-SUB) NOT = VH-STATUS-CD (WS-OPEN-SUB)
029800         MOVE 'STATUS-CD' TO WS-CHANGED-FIELDS (17:9)
029900     END-IF
030000     IF DX-CSO (DX-SUB) NOT = VH-CSO (WS-OPEN-SUB)
030100         MOVE 'CSO' TO WS-CHANGED-FIELDS (27:3)
030200     END-IF.
030300*
030400 2350-OPEN-VERSION.
030500     IF VH-TABLE-COUNT NOT < VH-TABLE-MAX
030600         DISPLAY 'XREFHIST - VERSION TABLE FULL AT ' VH-TABLE-MAX
030700             ' FOR ARRANGEMENT ' WS-CURR-KEY
030800         MOVE 8 TO RETURN-CODE
030900         STOP RUN
031000     END-IF
031100     ADD 1 TO VH-TABLE-COUNT
031200     MOVE WS-CURR-KEY
031250         TO VH-ARRANGEMENT-NUMB (VH-TABLE-COUNT)
031300     MOVE WS-EFFECTIVE-DATE TO VH-EFFECTIVE-FROM (VH-TABLE-COUNT)
031400     MOVE 99999999          TO VH-EFFECTIVE-TO (VH-TABLE-COUNT)
031500     MOVE DX-PAY-POINT-NUMB (DX-SUB)
031600         TO VH-PAY-POINT-NUMB (VH-TABLE-COUNT)
031700     MOVE DX-ARRANGEMENT-TYPE (DX-SUB)
031800         TO VH-ARRANGEMENT-TYPE (VH-TABLE-COUNT)
031900     MOVE DX-STATUS-CD (DX-SUB) TO VH-STATUS-CD (VH-TABLE-COUNT)
032000     MOVE DX-CSO (DX-SUB)       TO VH-CSO (VH-TABLE-COUNT)
032100     MOVE WS-OPEN-ACTION    TO VH-OPEN-ACTION (VH-TABLE-COUNT)
032200     MOVE SPACE             TO VH-CLOSE-ACTION (VH-TABLE-COUNT)
032300     MOVE WS-CHANGED-FIELDS TO VH-CHANGED-FIELDS (VH-TABLE-COUNT)
032400     MOVE WS-RUN-DATE       TO VH-RECORDED-DATE (VH-TABLE-COUNT)
032500     ADD 1 TO WS-VERSIONS-OPENED.
032600*
032700 2400-WRITE-ONE-VERSION.
032800     WRITE NEW-HIST-RECORD FROM VH-ENTRY (VH-SUB)
032900     ADD 1 TO WS-VERSIONS-WRITTEN.
033000*
033100 8000-READ-DELTA.
033200     IF WS-DELTA-EOF
033300         MOVE WS-HIGH-KEY TO WS-DELTA-KEY
033400     ELSE
033500         READ DELTA-FEED-FILE
033600             AT END
033700                 MOVE 'Y' TO WS-DELTA-EOF-SWITCH
033800                 MOVE WS-HIGH-KEY TO WS-DELTA-KEY
033900             NOT AT END
034000                 IF DF-TRAILER
034100                     MOVE 'Y' TO WS-DELTA-EOF-SWITCH
034200                     MOVE WS-HIGH-KEY TO WS-DELTA-KEY
034300                 ELSE
034400                     ADD 1 TO WS-DELTAS-READ
034500                     MOVE DF-ARRANGEMENT-NUMB TO WS-DELTA-KEY
034600                 END-IF
034700         END-READ
034800     END-IF.
034900*
035000 8100-READ-OLD-HIST.
035100     IF WS-HIST-EOF
035200         MOVE WS-HIGH-KEY TO WS-HIST-KEY
035300     ELSE
035400         READ OLD-HIST-FILE
035500             AT END
035600                 MOVE 'Y' TO WS-HIST-EOF-SWITCH
035700                 MOVE WS-HIGH-KEY TO WS-HIST-KEY
035800             NOT AT END
035900                 MOVE AH-ARRANGEMENT-NUMB TO WS-HIST-KEY
036000         END-READ
036100     END-IF.
036200*
036300 9999-EXIT.
036400     CLOSE DELTA-FEED-FILE OLD-HIST-FILE NEW-HIST-FILE
036500     STOP RUN.
