000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PTSPROOF.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - FINANCE REPORTING.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - WEEKLY PROOF OF THE        *
001400*                   POINTS BALANCE MASTER (PTSBAL.CPY).  EVERY   *
001500*                   CARD'S CURRENT BALANCE, LIFETIME EARNED AND  *
001600*                   LIFETIME REDEEMED ARE REBUILT FROM SCRATCH   *
001700*                   OUT OF THE BONHIST ARCHIVE, USING THE SAME   *
001800*                   POSTING RULES AS PTSBLUPD, WITH HISTORY      *
001900*                   RE-KEYED ALONG THE CARD-REPLACEMENT          *
002000*                   (CRDLINK.CPY) AND MEMBER-MERGE (MRGPTR)      *
002100*                   CHAINS TO THE LIVE CARD.  EACH FIELD THAT    *
002200*                   DISAGREES WITH THE MASTER IS WRITTEN TO THE  *
002300*                   EXCEPTION FILE WITH THE TRANSACTION CODE     *
002400*                   MOST LIKELY DROPPED OR DOUBLE-POSTED, AND    *
002500*                   CONTROL TOTALS PRINT FOR SIGN-OFF.           *
002520*   10/15/26  MO    CODE-10 CATALOGUE REFUNDS PROVE TO THE       *
002540*                   BALANCE ONLY, AS PTSBLUPD NOW POSTS THEM.    *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL LINK-FILE ASSIGN TO CRDLINKF
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT OPTIONAL POINTER-FILE ASSIGN TO MRGPTR
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT HISTORY-FILE   ASSIGN TO BONHIST
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT REBUILD-SORTED ASSIGN TO PRFSRT
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
004300     SELECT BALANCE-FILE   ASSIGN TO PTSBNEW
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT EXCEPTION-FILE ASSIGN TO PRFEXCP
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT REPORT-FILE    ASSIGN TO PRFRPT
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  LINK-FILE.
005200     COPY "CRDLINK.cpy".
005300*
005400*    SAME SHAPE AS MBRMERGE'S POINTER-RECORD.
005500*
005600 FD  POINTER-FILE.
005700 01  POINTER-RECORD.
005800     05  PT-ABSORBED-CARD        PIC 9(16).
005900     05  PT-SURVIVOR-CARD        PIC 9(16).
006000     05  PT-MERGE-DATE           PIC 9(08).
006100*
006200 FD  HISTORY-FILE.
006300 01  DTAR119-RECORD.
006400     COPY "DTAR119.cbl".
006500*
006600*    HISTORY REDUCED TO WHAT THE POSTING RULES NEED, KEYED ON
006700*    THE LIVE CARD AT THE END OF ITS CHAIN.
006800*
006900 FD  REBUILD-SORTED.
007000 01  REBUILD-RECORD.
007100     05  RB-CARD-NO              PIC 9(16).
007200     05  RB-TRANS-DATE           PIC 9(07)     COMP-3.
007300     05  RB-TRANS-CODE           PIC 9(02)     COMP-3.
007400     05  RB-POINTS               PIC S9(06)    COMP-3.
007500*
007600 SD  SORT-WORK-FILE.
007700 01  SORT-WORK-RECORD.
007800     05  SW-CARD-NO              PIC 9(16).
007900     05  SW-TRANS-DATE           PIC 9(07)     COMP-3.
008000     05  SW-TRANS-CODE           PIC 9(02)     COMP-3.
008100     05  SW-POINTS               PIC S9(06)    COMP-3.
008200*
008300 FD  BALANCE-FILE.
008400     COPY "PTSBAL.cpy".
008500*
008600*    ONE RECORD PER FIELD IN DISAGREEMENT.  THE DIFFERENCE IS
008700*    MASTER LESS REBUILT, SO A POSITIVE DIFFERENCE MEANS THE
008800*    MASTER CARRIES MORE THAN THE HISTORY SUPPORTS.
008900*
009000 FD  EXCEPTION-FILE.
009100 01  EXCEPTION-RECORD.
009200     05  EX-RUN-DATE             PIC 9(08).
009300     05  EX-CARD-NO              PIC 9(16).
009400     05  EX-FIELD-NAME           PIC X(10).
009500     05  EX-MASTER-VALUE         PIC S9(11).
009600     05  EX-REBUILT-VALUE        PIC S9(11).
009700     05  EX-DIFFERENCE           PIC S9(11).
009800     05  EX-SUSPECT-CODE         PIC 9(02).
009900     05  EX-SUSPECT-REASON       PIC X(13).
010000*
010100 FD  REPORT-FILE.
010200 01  REPORT-RECORD.
010300     05  RP-CARRIAGE-CONTROL     PIC X(01).
010400     05  RP-PRINT-LINE           PIC X(132).
010500*
010600 WORKING-STORAGE SECTION.
010700*
010800 01  WS-LINK-EOF-SWITCH          PIC X(01) VALUE 'N'.
010900     88  WS-LINK-EOF             VALUE 'Y'.
011000 01  WS-PTR-EOF-SWITCH           PIC X(01) VALUE 'N'.
011100     88  WS-PTR-EOF              VALUE 'Y'.
011200 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
011300     88  WS-HIST-EOF             VALUE 'Y'.
011400 01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
011500     88  WS-SORT-EOF             VALUE 'Y'.
011600 01  WS-BAL-EOF-SWITCH           PIC X(01) VALUE 'N'.
011700     88  WS-BAL-EOF              VALUE 'Y'.
011800 01  WS-HOP-FOUND-SWITCH         PIC X(01).
011900     88  WS-HOP-FOUND            VALUE 'Y'.
012000 01  WS-TRACED-SWITCH            PIC X(01).
012100     88  WS-TRACED               VALUE 'Y'.
012200 01  WS-CARD-EXCEPT-SWITCH       PIC X(01).
012300     88  WS-CARD-IN-EXCEPTION    VALUE 'Y'.
012400*
012500 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
012550 01  WS-CATALOGUE-CODE           PIC 9(02) VALUE 10.
012600*
012700 01  WS-RUN-DATE                 PIC 9(08).
012800 01  WS-LOOKUP-CARD-NO           PIC 9(16).
012900 01  WS-FINAL-CARD-NO            PIC 9(16).
013000 01  WS-HOP-COUNT                PIC 9(02) COMP.
013100 01  WS-CL-SUB                   PIC 9(04) COMP.
013200 01  WS-TX-SUB                   PIC 9(04) COMP.
013300*
013400*    CHAINS FOLLOW UP TO TEN HOPS, AS IN CRDREPL.
013500*
013600 01  WS-MAX-HOPS                 PIC 9(02) COMP VALUE 10.
013700*
013800*    THE CARD BEING PROVED - MASTER FIGURES, REBUILT FIGURES,
013900*    AND THE FIELD UNDER COMPARISON.
014000*
014100 01  WS-CARD-NO                  PIC 9(16).
014200 01  WS-MASTER-BALANCE           PIC S9(11) COMP-3.
014300 01  WS-MASTER-EARNED            PIC S9(11) COMP-3.
014400 01  WS-MASTER-REDEEMED          PIC S9(11) COMP-3.
014500 01  WS-REBUILT-BALANCE          PIC S9(11) COMP-3.
014600 01  WS-REBUILT-EARNED           PIC S9(11) COMP-3.
014700 01  WS-REBUILT-REDEEMED         PIC S9(11) COMP-3.
014800 01  WS-NO-MATCH-REASON          PIC X(13).
014900 01  WS-FIELD-ID                 PIC 9(01).
015000     88  WS-FIELD-BALANCE        VALUE 1.
015100     88  WS-FIELD-EARNED         VALUE 2.
015200     88  WS-FIELD-REDEEMED       VALUE 3.
015300 01  WS-MASTER-VALUE             PIC S9(11) COMP-3.
015400 01  WS-REBUILT-VALUE            PIC S9(11) COMP-3.
015500 01  WS-DIFFERENCE               PIC S9(11) COMP-3.
015600 01  WS-TX-EFFECT                PIC S9(11) COMP-3.
015700 01  WS-LAST-CODE                PIC 9(02).
015800*
015900 01  WS-HISTORY-READ             PIC 9(09) VALUE 0.
016000 01  WS-MASTER-CARDS             PIC 9(09) VALUE 0.
016100 01  WS-REBUILT-CARDS            PIC 9(09) VALUE 0.
016200 01  WS-CARDS-AGREED             PIC 9(09) VALUE 0.
016300 01  WS-CARDS-IN-EXCEPTION       PIC 9(09) VALUE 0.
016400 01  WS-EXCEPTIONS-WRITTEN       PIC 9(09) VALUE 0.
016500 01  WS-TOT-MASTER-BALANCE       PIC S9(13) COMP-3 VALUE 0.
016600 01  WS-TOT-MASTER-EARNED        PIC S9(13) COMP-3 VALUE 0.
016700 01  WS-TOT-MASTER-REDEEMED      PIC S9(13) COMP-3 VALUE 0.
016800 01  WS-TOT-REBUILT-BALANCE      PIC S9(13) COMP-3 VALUE 0.
016900 01  WS-TOT-REBUILT-EARNED       PIC S9(13) COMP-3 VALUE 0.
017000 01  WS-TOT-REBUILT-REDEEMED     PIC S9(13) COMP-3 VALUE 0.
017100*
017200 01  WS-MAST-KEY                 PIC 9(16).
017300 01  WS-SORT-KEY                 PIC 9(16).
017400 01  WS-HIGH-VALUE-KEY           PIC 9(16) VALUE 9999999999999999.
017500*
017600*    REPLACEMENT LINKS AND MERGE POINTERS BOTH MAP A RETIRED
017700*    CARD FORWARD, SO THEY SHARE ONE TABLE AND ONE CHAIN WALK.
017800*
017900 01  CL-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
018000 01  CL-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
018100 01  CL-TABLE.
018200     05  CL-ENTRY OCCURS 5000 TIMES
018300                  INDEXED BY CL-IDX.
018400         10  CL-T-OLD-CARD-NO    PIC 9(16).
018500         10  CL-T-NEW-CARD-NO    PIC 9(16).
018600*
018700*    THE CARD'S REBUILT HISTORY, HELD FOR TRACING A DIFFERENCE
018800*    BACK TO A SINGLE TRANSACTION.
018900*
019000 01  TX-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
019100 01  TX-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
019200 01  TX-TABLE.
019300     05  TX-ENTRY OCCURS 2000 TIMES.
019400         10  TX-T-TRANS-CODE     PIC 9(02).
019500         10  TX-T-POINTS         PIC S9(06) COMP-3.
019600*
019700 01  WS-HEADING-LINE.
019800     05  FILLER                  PIC X(40)
019900         VALUE 'PTSPROOF - POINTS BALANCE MASTER PROOF  '.
020000     05  FILLER                  PIC X(10) VALUE '  RUN DATE'.
020100     05  FILLER                  PIC X(01) VALUE SPACE.
020200     05  HD-RUN-DATE             PIC 9(08).
020300     05  FILLER                  PIC X(73) VALUE SPACES.
020400*
020500 01  WS-COUNT-LINE.
020600     05  CT-CAPTION              PIC X(30).
020700     05  CT-COUNT                PIC ZZZ,ZZZ,ZZ9.
020800     05  FILLER                  PIC X(91) VALUE SPACES.
020900*
021000 01  WS-COLUMN-LINE.
021100     05  FILLER                  PIC X(30) VALUE SPACES.
021200     05  FILLER                  PIC X(19) VALUE
021300         '             MASTER'.
021400     05  FILLER                  PIC X(03) VALUE SPACES.
021500     05  FILLER                  PIC X(19) VALUE
021600         '            REBUILT'.
021700     05  FILLER                  PIC X(03) VALUE SPACES.
021800     05  FILLER                  PIC X(19) VALUE
021900         '         DIFFERENCE'.
022000     05  FILLER                  PIC X(39) VALUE SPACES.
022100*
022200 01  WS-AMOUNT-LINE.
022300     05  AM-CAPTION              PIC X(30).
022400     05  AM-MASTER               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
022500     05  FILLER                  PIC X(04) VALUE SPACES.
022600     05  AM-REBUILT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
022700     05  FILLER                  PIC X(04) VALUE SPACES.
022800     05  AM-DIFFERENCE           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9-.
022900     05  FILLER                  PIC X(40) VALUE SPACES.
023000*
023100 PROCEDURE DIVISION.
023200*
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE
023500     PERFORM 2000-MATCH-ONE-KEY
023600         UNTIL WS-BAL-EOF AND WS-SORT-EOF
023700     PERFORM 4000-PRINT-CONTROL-TOTALS
023800     DISPLAY 'PTSPROOF - HISTORY READ:       ' WS-HISTORY-READ
023900     DISPLAY 'PTSPROOF - MASTER CARDS:       ' WS-MASTER-CARDS
024000     DISPLAY 'PTSPROOF - CARDS AGREED:       ' WS-CARDS-AGREED
024100     DISPLAY 'PTSPROOF - CARDS IN EXCEPTION: '
024200         WS-CARDS-IN-EXCEPTION
024300     DISPLAY 'PTSPROOF - EXCEPTIONS WRITTEN: '
024400         WS-EXCEPTIONS-WRITTEN
024500     IF WS-EXCEPTIONS-WRITTEN > ZERO
024600         MOVE 4 TO RETURN-CODE
024700     END-IF
024800     PERFORM 9999-EXIT.
024900*
025000 1000-INITIALIZE.
025100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
025200     OPEN INPUT LINK-FILE
025300     PERFORM 8300-READ-LINK
025400     PERFORM 1100-LOAD-LINK-ENTRY
025500         UNTIL WS-LINK-EOF
025600     CLOSE LINK-FILE
025700     OPEN INPUT POINTER-FILE
025800     PERFORM 8400-READ-POINTER
025900     PERFORM 1200-LOAD-POINTER-ENTRY
026000         UNTIL WS-PTR-EOF
026100     CLOSE POINTER-FILE
026200     SORT SORT-WORK-FILE
026300         ON ASCENDING KEY SW-CARD-NO
026400                          SW-TRANS-DATE
026500         INPUT PROCEDURE IS 1300-REKEY-HISTORY
026600         GIVING REBUILD-SORTED
026700     OPEN INPUT  REBUILD-SORTED
026800     OPEN INPUT  BALANCE-FILE
026900     OPEN OUTPUT EXCEPTION-FILE
027000     OPEN OUTPUT REPORT-FILE
027100     PERFORM 8000-READ-BALANCE
027200     PERFORM 8100-READ-REBUILD.
027300*
027400 1100-LOAD-LINK-ENTRY.
027500     IF CL-TABLE-COUNT < CL-TABLE-MAX
027600         ADD 1 TO CL-TABLE-COUNT
027700         SET CL-IDX TO CL-TABLE-COUNT
027800         MOVE CL-OLD-CARD-NO TO CL-T-OLD-CARD-NO (CL-IDX)
027900         MOVE CL-NEW-CARD-NO TO CL-T-NEW-CARD-NO (CL-IDX)
028000     END-IF
028100     PERFORM 8300-READ-LINK.
028200*
028300 1200-LOAD-POINTER-ENTRY.
028400     IF CL-TABLE-COUNT < CL-TABLE-MAX
028500         ADD 1 TO CL-TABLE-COUNT
028600         SET CL-IDX TO CL-TABLE-COUNT
028700         MOVE PT-ABSORBED-CARD TO CL-T-OLD-CARD-NO (CL-IDX)
028800         MOVE PT-SURVIVOR-CARD TO CL-T-NEW-CARD-NO (CL-IDX)
028900     END-IF
029000     PERFORM 8400-READ-POINTER.
029100*
029200 1300-REKEY-HISTORY.
029300     OPEN INPUT HISTORY-FILE
029400     PERFORM 8200-READ-HISTORY
029500     PERFORM 1310-RELEASE-ONE-HISTORY
029600         UNTIL WS-HIST-EOF
029700     CLOSE HISTORY-FILE.
029800*
029900 1310-RELEASE-ONE-HISTORY.
030000     ADD 1 TO WS-HISTORY-READ
030100     MOVE DTAR119-CARD-NO TO WS-LOOKUP-CARD-NO
030200     PERFORM 8500-FOLLOW-CHAIN-FORWARD
030300     MOVE WS-FINAL-CARD-NO     TO SW-CARD-NO
030400     MOVE DTAR119-TRANS-DATE   TO SW-TRANS-DATE
030500     MOVE DTAR119-TRANS-CODE   TO SW-TRANS-CODE
030600     MOVE DTAR119-BONUS-POINTS TO SW-POINTS
030700     RELEASE SORT-WORK-RECORD
030800     PERFORM 8200-READ-HISTORY.
030900*
031000 2000-MATCH-ONE-KEY.
031100     IF WS-MAST-KEY < WS-SORT-KEY
031200         PERFORM 2100-PROVE-MASTER-ONLY
031300     ELSE
031400         IF WS-MAST-KEY > WS-SORT-KEY
031500             PERFORM 2200-PROVE-HISTORY-ONLY
031600         ELSE
031700             PERFORM 2300-PROVE-MATCHED-CARD
031800         END-IF
031900     END-IF.
032000*
032100 2100-PROVE-MASTER-ONLY.
032200     MOVE WS-MAST-KEY TO WS-CARD-NO
032300     PERFORM 2500-TAKE-MASTER-FIGURES
032400     PERFORM 2600-CLEAR-REBUILT-FIGURES
032500     MOVE 'NO HISTORY   ' TO WS-NO-MATCH-REASON
032600     PERFORM 3000-COMPARE-CARD
032700     PERFORM 8000-READ-BALANCE.
032800*
032900 2200-PROVE-HISTORY-ONLY.
033000     MOVE WS-SORT-KEY TO WS-CARD-NO
033100     MOVE 0 TO WS-MASTER-BALANCE
033200     MOVE 0 TO WS-MASTER-EARNED
033300     MOVE 0 TO WS-MASTER-REDEEMED
033400     PERFORM 2600-CLEAR-REBUILT-FIGURES
033500     PERFORM 2400-POST-ONE-HISTORY
033600         UNTIL WS-SORT-KEY NOT = WS-CARD-NO
033700     MOVE 'NO MASTER    ' TO WS-NO-MATCH-REASON
033800     PERFORM 3000-COMPARE-CARD.
033900*
034000 2300-PROVE-MATCHED-CARD.
034100     MOVE WS-MAST-KEY TO WS-CARD-NO
034200     PERFORM 2500-TAKE-MASTER-FIGURES
034300     PERFORM 2600-CLEAR-REBUILT-FIGURES
034400     PERFORM 2400-POST-ONE-HISTORY
034500         UNTIL WS-SORT-KEY NOT = WS-CARD-NO
034600     MOVE 'NOT TRACED   ' TO WS-NO-MATCH-REASON
034700     PERFORM 3000-COMPARE-CARD
034800     PERFORM 8000-READ-BALANCE.
034900*
035000*    THE SAME RULES PTSBLUPD POSTS BY: A REDEMPTION COMES OFF
035100*    THE BALANCE AND ADDS TO LIFETIME REDEEMED; ANYTHING ELSE
035200*    ADDS TO THE BALANCE, AND TO LIFETIME EARNED WHEN POSITIVE
035250*    AND NOT A CODE-10 CATALOGUE REFUND.
035300*
035400 2400-POST-ONE-HISTORY.
035500     IF RB-TRANS-CODE = WS-REDEMPTION-CODE
035600         SUBTRACT RB-POINTS FROM WS-REBUILT-BALANCE
035700         ADD RB-POINTS TO WS-REBUILT-REDEEMED
035800     ELSE
035900         ADD RB-POINTS TO WS-REBUILT-BALANCE
036000         IF RB-POINTS > ZERO
036050             AND RB-TRANS-CODE NOT = WS-CATALOGUE-CODE
036100             ADD RB-POINTS TO WS-REBUILT-EARNED
036200         END-IF
036300     END-IF
036400     MOVE RB-TRANS-CODE TO WS-LAST-CODE
036500     IF TX-TABLE-COUNT < TX-TABLE-MAX
036600         ADD 1 TO TX-TABLE-COUNT
036700         MOVE RB-TRANS-CODE TO TX-T-TRANS-CODE (TX-TABLE-COUNT)
036800         MOVE RB-POINTS     TO TX-T-POINTS (TX-TABLE-COUNT)
036900     END-IF
037000     PERFORM 8100-READ-REBUILD.
037100*
037200 2500-TAKE-MASTER-FIGURES.
037300     ADD 1 TO WS-MASTER-CARDS
037400     MOVE PB-CURRENT-BALANCE   TO WS-MASTER-BALANCE
037500     MOVE PB-LIFETIME-EARNED   TO WS-MASTER-EARNED
037600     MOVE PB-LIFETIME-REDEEMED TO WS-MASTER-REDEEMED.
037700*
037800 2600-CLEAR-REBUILT-FIGURES.
037900     MOVE 0 TO WS-REBUILT-BALANCE
038000     MOVE 0 TO WS-REBUILT-EARNED
038100     MOVE 0 TO WS-REBUILT-REDEEMED
038200     MOVE 0 TO TX-TABLE-COUNT
038300     MOVE 0 TO WS-LAST-CODE.
038400*
038500 3000-COMPARE-CARD.
038600     IF TX-TABLE-COUNT > ZERO
038700         ADD 1 TO WS-REBUILT-CARDS
038800     END-IF
038900     ADD WS-MASTER-BALANCE    TO WS-TOT-MASTER-BALANCE
039000     ADD WS-MASTER-EARNED     TO WS-TOT-MASTER-EARNED
039100     ADD WS-MASTER-REDEEMED   TO WS-TOT-MASTER-REDEEMED
039200     ADD WS-REBUILT-BALANCE   TO WS-TOT-REBUILT-BALANCE
039300     ADD WS-REBUILT-EARNED    TO WS-TOT-REBUILT-EARNED
039400     ADD WS-REBUILT-REDEEMED  TO WS-TOT-REBUILT-REDEEMED
039500     MOVE 'N' TO WS-CARD-EXCEPT-SWITCH
039600     MOVE 1 TO WS-FIELD-ID
039700     MOVE WS-MASTER-BALANCE  TO WS-MASTER-VALUE
039800     MOVE WS-REBUILT-BALANCE TO WS-REBUILT-VALUE
039900     PERFORM 3100-CHECK-ONE-FIELD
040000     MOVE 2 TO WS-FIELD-ID
040100     MOVE WS-MASTER-EARNED  TO WS-MASTER-VALUE
040200     MOVE WS-REBUILT-EARNED TO WS-REBUILT-VALUE
040300     PERFORM 3100-CHECK-ONE-FIELD
040400     MOVE 3 TO WS-FIELD-ID
040500     MOVE WS-MASTER-REDEEMED  TO WS-MASTER-VALUE
040600     MOVE WS-REBUILT-REDEEMED TO WS-REBUILT-VALUE
040700     PERFORM 3100-CHECK-ONE-FIELD
040800     IF WS-CARD-IN-EXCEPTION
040900         ADD 1 TO WS-CARDS-IN-EXCEPTION
041000     ELSE
041100         ADD 1 TO WS-CARDS-AGREED
041200     END-IF.
041300*
041400 3100-CHECK-ONE-FIELD.
041500     IF WS-MASTER-VALUE NOT = WS-REBUILT-VALUE
041600         MOVE 'Y' TO WS-CARD-EXCEPT-SWITCH
041700         COMPUTE WS-DIFFERENCE =
041800             WS-MASTER-VALUE - WS-REBUILT-VALUE
041900         PERFORM 3200-TRACE-DIFFERENCE
042000         PERFORM 3400-WRITE-EXCEPTION
042100     END-IF.
042200*
042300*    A SINGLE DROPPED RECORD LEAVES THE MASTER SHORT BY THAT
042400*    RECORD'S EFFECT ON THE FIELD; A SINGLE DOUBLE-POSTED ONE
042500*    LEAVES IT OVER BY THE SAME AMOUNT.  THE FIRST RECORD ON
042600*    THE CARD WHOSE EFFECT MATCHES NAMES THE SUSPECT CODE.
042700*    FAILING THAT, THE CARD'S LAST POSTED CODE IS REPORTED.
042710*    A CARD MISSING FROM ONE SIDE ENTIRELY IS NOT TRACED.
042800*
042900 3200-TRACE-DIFFERENCE.
043000     MOVE 'N' TO WS-TRACED-SWITCH
043050     IF WS-NO-MATCH-REASON = 'NOT TRACED   '
043100         PERFORM 3300-TRACE-ONE-TRAN
043200             VARYING WS-TX-SUB FROM 1 BY 1
043300             UNTIL WS-TX-SUB > TX-TABLE-COUNT
043400             OR WS-TRACED
043450     END-IF
043500     IF NOT WS-TRACED
043600         MOVE WS-LAST-CODE       TO EX-SUSPECT-CODE
043700         MOVE WS-NO-MATCH-REASON TO EX-SUSPECT-REASON
043800     END-IF.
043900*
044000 3300-TRACE-ONE-TRAN.
044100     MOVE 0 TO WS-TX-EFFECT
044200     EVALUATE TRUE
044300         WHEN WS-FIELD-BALANCE
044400             IF TX-T-TRANS-CODE (WS-TX-SUB) = WS-REDEMPTION-CODE
044500                 COMPUTE WS-TX-EFFECT =
044600                     ZERO - TX-T-POINTS (WS-TX-SUB)
044700             ELSE
044800                 MOVE TX-T-POINTS (WS-TX-SUB) TO WS-TX-EFFECT
044900             END-IF
045000         WHEN WS-FIELD-EARNED
045100             IF TX-T-TRANS-CODE (WS-TX-SUB)
045200                     NOT = WS-REDEMPTION-CODE
045300                 AND TX-T-POINTS (WS-TX-SUB) > ZERO
045320                 AND TX-T-TRANS-CODE (WS-TX-SUB)
045340                     NOT = WS-CATALOGUE-CODE
045400                 MOVE TX-T-POINTS (WS-TX-SUB) TO WS-TX-EFFECT
045500             END-IF
045600         WHEN WS-FIELD-REDEEMED
045700             IF TX-T-TRANS-CODE (WS-TX-SUB) = WS-REDEMPTION-CODE
045800                 MOVE TX-T-POINTS (WS-TX-SUB) TO WS-TX-EFFECT
045900             END-IF
046000     END-EVALUATE
046100     IF WS-TX-EFFECT NOT = ZERO
046200         IF WS-DIFFERENCE = WS-TX-EFFECT
046300             MOVE 'Y' TO WS-TRACED-SWITCH
046400             MOVE TX-T-TRANS-CODE (WS-TX-SUB) TO EX-SUSPECT-CODE
046500             MOVE 'DOUBLE POSTED' TO EX-SUSPECT-REASON
046600         ELSE
046700             IF WS-DIFFERENCE = ZERO - WS-TX-EFFECT
046800                 MOVE 'Y' TO WS-TRACED-SWITCH
046900                 MOVE TX-T-TRANS-CODE (WS-TX-SUB)
047000                     TO EX-SUSPECT-CODE
047100                 MOVE 'DROPPED      ' TO EX-SUSPECT-REASON
047200             END-IF
047300         END-IF
047400     END-IF.
047500*
047600 3400-WRITE-EXCEPTION.
047700     MOVE WS-RUN-DATE TO EX-RUN-DATE
047800     MOVE WS-CARD-NO TO EX-CARD-NO
047900     EVALUATE TRUE
048000         WHEN WS-FIELD-BALANCE
048100             MOVE 'BALANCE   ' TO EX-FIELD-NAME
048200         WHEN WS-FIELD-EARNED
048300             MOVE 'EARNED    ' TO EX-FIELD-NAME
048400         WHEN OTHER
048500             MOVE 'REDEEMED  ' TO EX-FIELD-NAME
048600     END-EVALUATE
048700     MOVE WS-MASTER-VALUE  TO EX-MASTER-VALUE
048800     MOVE WS-REBUILT-VALUE TO EX-REBUILT-VALUE
048900     MOVE WS-DIFFERENCE    TO EX-DIFFERENCE
049000     WRITE EXCEPTION-RECORD
049100     ADD 1 TO WS-EXCEPTIONS-WRITTEN.
049200*
049300 4000-PRINT-CONTROL-TOTALS.
049400     MOVE WS-RUN-DATE TO HD-RUN-DATE
049500     MOVE '1' TO RP-CARRIAGE-CONTROL
049600     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
049700     WRITE REPORT-RECORD
049800     MOVE '0' TO RP-CARRIAGE-CONTROL
049900     MOVE 'HISTORY RECORDS READ          ' TO CT-CAPTION
050000     MOVE WS-HISTORY-READ TO CT-COUNT
050100     PERFORM 4100-PRINT-COUNT-LINE
050200     MOVE 'CARDS ON BALANCE MASTER       ' TO CT-CAPTION
050300     MOVE WS-MASTER-CARDS TO CT-COUNT
050400     PERFORM 4100-PRINT-COUNT-LINE
050500     MOVE 'CARDS REBUILT FROM HISTORY    ' TO CT-CAPTION
050600     MOVE WS-REBUILT-CARDS TO CT-COUNT
050700     PERFORM 4100-PRINT-COUNT-LINE
050800     MOVE 'CARDS AGREED                  ' TO CT-CAPTION
050900     MOVE WS-CARDS-AGREED TO CT-COUNT
051000     PERFORM 4100-PRINT-COUNT-LINE
051100     MOVE 'CARDS IN EXCEPTION            ' TO CT-CAPTION
051200     MOVE WS-CARDS-IN-EXCEPTION TO CT-COUNT
051300     PERFORM 4100-PRINT-COUNT-LINE
051400     MOVE 'EXCEPTION RECORDS WRITTEN     ' TO CT-CAPTION
051500     MOVE WS-EXCEPTIONS-WRITTEN TO CT-COUNT
051600     PERFORM 4100-PRINT-COUNT-LINE
051700     MOVE '0' TO RP-CARRIAGE-CONTROL
051800     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
051900     WRITE REPORT-RECORD
052000     MOVE ' ' TO RP-CARRIAGE-CONTROL
052100     MOVE 'CURRENT BALANCE               ' TO AM-CAPTION
052200     MOVE WS-TOT-MASTER-BALANCE  TO AM-MASTER
052300     MOVE WS-TOT-REBUILT-BALANCE TO AM-REBUILT
052400     COMPUTE AM-DIFFERENCE =
052500         WS-TOT-MASTER-BALANCE - WS-TOT-REBUILT-BALANCE
052600     PERFORM 4200-PRINT-AMOUNT-LINE
052700     MOVE 'LIFETIME EARNED               ' TO AM-CAPTION
052800     MOVE WS-TOT-MASTER-EARNED  TO AM-MASTER
052900     MOVE WS-TOT-REBUILT-EARNED TO AM-REBUILT
053000     COMPUTE AM-DIFFERENCE =
053100         WS-TOT-MASTER-EARNED - WS-TOT-REBUILT-EARNED
053200     PERFORM 4200-PRINT-AMOUNT-LINE
053300     MOVE 'LIFETIME REDEEMED             ' TO AM-CAPTION
053400     MOVE WS-TOT-MASTER-REDEEMED  TO AM-MASTER
053500     MOVE WS-TOT-REBUILT-REDEEMED TO AM-REBUILT
053600     COMPUTE AM-DIFFERENCE =
053700         WS-TOT-MASTER-REDEEMED - WS-TOT-REBUILT-REDEEMED
053800     PERFORM 4200-PRINT-AMOUNT-LINE.
053900*
054000 4100-PRINT-COUNT-LINE.
054100     MOVE WS-COUNT-LINE TO RP-PRINT-LINE
054200     WRITE REPORT-RECORD
054300     MOVE ' ' TO RP-CARRIAGE-CONTROL.
054400*
054500 4200-PRINT-AMOUNT-LINE.
054600     MOVE WS-AMOUNT-LINE TO RP-PRINT-LINE
054700     WRITE REPORT-RECORD.
054800*
054900 8000-READ-BALANCE.
055000     READ BALANCE-FILE
055100         AT END
055200             MOVE 'Y' TO WS-BAL-EOF-SWITCH
055300             MOVE WS-HIGH-VALUE-KEY TO WS-MAST-KEY
055400         NOT AT END
055500             MOVE PB-CARD-NO TO WS-MAST-KEY
055600     END-READ.
055700*
055800 8100-READ-REBUILD.
055900     READ REBUILD-SORTED
056000         AT END
056100             MOVE 'Y' TO WS-SORT-EOF-SWITCH
056200             MOVE WS-HIGH-VALUE-KEY TO WS-SORT-KEY
056300         NOT AT END
056400             MOVE RB-CARD-NO TO WS-SORT-KEY
056500     END-READ.
056600*
056700 8200-READ-HISTORY.
056800     READ HISTORY-FILE
056900         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
057000     END-READ.
057100*
057200 8300-READ-LINK.
057300     READ LINK-FILE
057400         AT END MOVE 'Y' TO WS-LINK-EOF-SWITCH
057500     END-READ.
057600*
057700 8400-READ-POINTER.
057800     READ POINTER-FILE
057900         AT END MOVE 'Y' TO WS-PTR-EOF-SWITCH
058000     END-READ.
058100*
058200*    FOLLOW OLD-TO-NEW LINKS UNTIL THE CARD HAS NO FORWARD
058300*    LINK, SO HISTORY ON A RETIRED NUMBER LANDS ON THE LIVE
058400*    CARD THAT NOW CARRIES ITS BALANCE.
058500*
058600 8500-FOLLOW-CHAIN-FORWARD.
058700     MOVE WS-LOOKUP-CARD-NO TO WS-FINAL-CARD-NO
058800     MOVE 0 TO WS-HOP-COUNT
058900     MOVE 'Y' TO WS-HOP-FOUND-SWITCH
059000     PERFORM 8600-FOLLOW-ONE-HOP
059100         UNTIL NOT WS-HOP-FOUND
059200         OR WS-HOP-COUNT >= WS-MAX-HOPS.
059300*
059400 8600-FOLLOW-ONE-HOP.
059500     MOVE 'N' TO WS-HOP-FOUND-SWITCH
059600     PERFORM 8700-MATCH-ONE-LINK
059700         VARYING WS-CL-SUB FROM 1 BY 1
059800         UNTIL WS-CL-SUB > CL-TABLE-COUNT
059900         OR WS-HOP-FOUND
060000     IF WS-HOP-FOUND
060100         ADD 1 TO WS-HOP-COUNT
060200     END-IF.
060300*
060400 8700-MATCH-ONE-LINK.
060500     IF CL-T-OLD-CARD-NO (WS-CL-SUB) = WS-FINAL-CARD-NO
060600         MOVE CL-T-NEW-CARD-NO (WS-CL-SUB)
060700             TO WS-FINAL-CARD-NO
060800         MOVE 'Y' TO WS-HOP-FOUND-SWITCH
060900     END-IF.
061000*
061100 9999-EXIT.
061200     CLOSE REBUILD-SORTED BALANCE-FILE
061300           EXCEPTION-FILE REPORT-FILE
061400     STOP RUN.
