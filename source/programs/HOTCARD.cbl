000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    HOTCARD.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - LOSS PREVENTION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - NIGHTLY BUILD OF THE HOT-  *
001400*                   CARD LIST (HOTCARD.CPY) CHECKED BY THE       *
001500*                   MICROBAT AND DTARCKPT INTAKE POINTS.  FOUR   *
001600*                   SOURCES: CARD REPLACEMENT LINKS (CRDLINK),   *
001700*                   MEMBER MERGE POINTERS (MRGPTR), THE PURGED   *
001800*                   CARD REGISTER PRIVPURG KEEPS (PURGREG) AND   *
001900*                   THE FRAUD BLOCK FILE (FRDBLOCK).  A REPLACED *
002000*                   OR MERGED CARD IS LISTED WITH THE LIVE CARD  *
002100*                   AT THE END OF ITS CHAIN SO ITS TRANSACTIONS  *
002200*                   CAN BE REDIRECTED; A PURGED OR FRAUD-BLOCKED *
002300*                   CARD, OR A CHAIN ENDING ON ONE, IS LISTED    *
002400*                   WITH NO SUCCESSOR SO THEY ARE REJECTED.      *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL LINK-FILE ASSIGN TO CRDLINKF
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL POINTER-FILE ASSIGN TO MRGPTR
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT OPTIONAL PURGE-REG-FILE ASSIGN TO PURGREG
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT OPTIONAL FRAUD-BLOCK-FILE ASSIGN TO FRDBLOCK
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
004200     SELECT HOT-LIST-FILE  ASSIGN TO HOTLIST
004300         ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  LINK-FILE.
004700     COPY "CRDLINK.cpy".
004800*
004900 FD  POINTER-FILE.
005000 01  POINTER-RECORD.
005100     05  PT-ABSORBED-CARD        PIC 9(16).
005200     05  PT-SURVIVOR-CARD        PIC 9(16).
005300     05  PT-MERGE-DATE           PIC 9(08).
005400*
005500 FD  PURGE-REG-FILE.
005600     COPY "PURGREG.cpy".
005700*
005800 FD  FRAUD-BLOCK-FILE.
005900     COPY "FRDBLOCK.cpy".
006000*
006100 SD  SORT-WORK-FILE.
006200 01  SORT-WORK-RECORD.
006300     05  SW-CARD-NO              PIC 9(16).
006400     05  SW-BLOCK-TYPE           PIC X(01).
006500     05  SW-SUCCESSOR-CARD       PIC 9(16).
006600     05  SW-EFFECTIVE-DATE       PIC 9(08).
006700*
006800 FD  HOT-LIST-FILE.
006900     COPY "HOTCARD.cpy".
007000*
007100 WORKING-STORAGE SECTION.
007200*
007300 01  WS-LINK-EOF-SWITCH          PIC X(01) VALUE 'N'.
007400     88  WS-LINK-EOF             VALUE 'Y'.
007500 01  WS-PTR-EOF-SWITCH           PIC X(01) VALUE 'N'.
007600     88  WS-PTR-EOF              VALUE 'Y'.
007700 01  WS-PURGE-EOF-SWITCH         PIC X(01) VALUE 'N'.
007800     88  WS-PURGE-EOF            VALUE 'Y'.
007900 01  WS-FRAUD-EOF-SWITCH         PIC X(01) VALUE 'N'.
008000     88  WS-FRAUD-EOF            VALUE 'Y'.
008100 01  WS-HOP-FOUND-SWITCH         PIC X(01).
008200     88  WS-HOP-FOUND            VALUE 'Y'.
008300*
008400 01  WS-RUN-DATE                 PIC 9(08).
008500 01  WS-TEST-CARD-NO             PIC 9(16).
008600 01  WS-FINAL-CARD-NO            PIC 9(16).
008700 01  WS-FOUND-BLOCK-TYPE         PIC X(01).
008800 01  WS-FOUND-BLOCK-DATE         PIC 9(08).
008900 01  WS-HOP-COUNT                PIC 9(02) COMP.
009000 01  WS-CL-SUB                   PIC 9(04) COMP.
009100 01  WS-DUP-SUB                  PIC 9(04) COMP.
009200 01  WS-BK-SUB                   PIC 9(04) COMP.
009300*
009400*    CHAINS FOLLOW UP TO TEN HOPS, AS IN CRDREPL.
009500*
009600 01  WS-MAX-HOPS                 PIC 9(02) COMP VALUE 10.
009700*
009800 01  WS-LINKS-READ               PIC 9(07) VALUE 0.
009900 01  WS-POINTERS-READ            PIC 9(07) VALUE 0.
010000 01  WS-PURGES-READ              PIC 9(07) VALUE 0.
010100 01  WS-FRAUD-BLOCKS-READ        PIC 9(07) VALUE 0.
010200 01  WS-FRAUD-RELEASES-READ      PIC 9(07) VALUE 0.
010300 01  WS-LISTED-REDIRECT          PIC 9(07) VALUE 0.
010400 01  WS-LISTED-REJECT            PIC 9(07) VALUE 0.
010500*
010600*    REPLACEMENT LINKS AND MERGE POINTERS BOTH MAP A RETIRED
010700*    CARD FORWARD, SO THEY SHARE ONE TABLE AND ONE CHAIN WALK.
010800*
010900 01  CL-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
011000 01  CL-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
011100 01  CL-TABLE.
011200     05  CL-ENTRY OCCURS 5000 TIMES
011300                  INDEXED BY CL-IDX.
011400         10  CL-T-OLD-CARD-NO    PIC 9(16).
011500         10  CL-T-NEW-CARD-NO    PIC 9(16).
011600         10  CL-T-BLOCK-TYPE     PIC X(01).
011700         10  CL-T-LINK-DATE      PIC 9(08).
011800*
011900*    PURGED AND FRAUD-BLOCKED CARDS.  A RELEASED FRAUD BLOCK
012000*    STAYS IN ITS SLOT WITH THE TYPE BLANKED OUT.
012100*
012200 01  BK-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
012300 01  BK-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
012400 01  BK-TABLE.
012500     05  BK-ENTRY OCCURS 5000 TIMES
012600                  INDEXED BY BK-IDX.
012700         10  BK-CARD-NO          PIC 9(16).
012800         10  BK-BLOCK-TYPE       PIC X(01).
012900         10  BK-BLOCK-DATE       PIC 9(08).
013000*
013100 PROCEDURE DIVISION.
013200*
013300 0000-MAINLINE.
013400     PERFORM 1000-INITIALIZE
013500     SORT SORT-WORK-FILE
013600         ON ASCENDING KEY SW-CARD-NO
013700         INPUT PROCEDURE IS 3000-RELEASE-HOT-CARDS
013800         GIVING HOT-LIST-FILE
013900     DISPLAY 'HOTCARD - REPLACEMENT LINKS:    ' WS-LINKS-READ
014000     DISPLAY 'HOTCARD - MERGE POINTERS:       ' WS-POINTERS-READ
014100     DISPLAY 'HOTCARD - PURGED CARDS:         ' WS-PURGES-READ
014200     DISPLAY 'HOTCARD - FRAUD BLOCKS:         '
014300         WS-FRAUD-BLOCKS-READ
014400     DISPLAY 'HOTCARD - FRAUD RELEASES:       '
014500         WS-FRAUD-RELEASES-READ
014600     DISPLAY 'HOTCARD - LISTED TO REDIRECT:   '
014700         WS-LISTED-REDIRECT
014800     DISPLAY 'HOTCARD - LISTED TO REJECT:     ' WS-LISTED-REJECT
014900     PERFORM 9999-EXIT.
015000*
015100 1000-INITIALIZE.
015200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
015300     OPEN INPUT LINK-FILE
015400     READ LINK-FILE
015500         AT END MOVE 'Y' TO WS-LINK-EOF-SWITCH
015600     END-READ
015700     PERFORM 1100-LOAD-LINK-ENTRY
015800         UNTIL WS-LINK-EOF
015900     CLOSE LINK-FILE
016000     OPEN INPUT POINTER-FILE
016100     READ POINTER-FILE
016200         AT END MOVE 'Y' TO WS-PTR-EOF-SWITCH
016300     END-READ
016400     PERFORM 1200-LOAD-POINTER-ENTRY
016500         UNTIL WS-PTR-EOF
016600     CLOSE POINTER-FILE
016700     OPEN INPUT PURGE-REG-FILE
016800     READ PURGE-REG-FILE
016900         AT END MOVE 'Y' TO WS-PURGE-EOF-SWITCH
017000     END-READ
017100     PERFORM 1300-LOAD-PURGE-ENTRY
017200         UNTIL WS-PURGE-EOF
017300     CLOSE PURGE-REG-FILE
017400     OPEN INPUT FRAUD-BLOCK-FILE
017500     READ FRAUD-BLOCK-FILE
017600         AT END MOVE 'Y' TO WS-FRAUD-EOF-SWITCH
017700     END-READ
017800     PERFORM 1400-APPLY-FRAUD-ENTRY
017900         UNTIL WS-FRAUD-EOF
018000     CLOSE FRAUD-BLOCK-FILE.
018100*
018200 1100-LOAD-LINK-ENTRY.
018300     ADD 1 TO WS-LINKS-READ
018400     PERFORM 1500-CHECK-LINK-ROOM
018500     ADD 1 TO CL-TABLE-COUNT
018600     SET CL-IDX TO CL-TABLE-COUNT
018700     MOVE CL-OLD-CARD-NO  TO CL-T-OLD-CARD-NO (CL-IDX)
018800     MOVE CL-NEW-CARD-NO  TO CL-T-NEW-CARD-NO (CL-IDX)
018900     MOVE 'R'             TO CL-T-BLOCK-TYPE (CL-IDX)
019000     MOVE CL-REPLACE-DATE TO CL-T-LINK-DATE (CL-IDX)
019100     READ LINK-FILE
019200         AT END MOVE 'Y' TO WS-LINK-EOF-SWITCH
019300     END-READ.
019400*
019500 1200-LOAD-POINTER-ENTRY.
019600     ADD 1 TO WS-POINTERS-READ
019700     PERFORM 1500-CHECK-LINK-ROOM
019800     ADD 1 TO CL-TABLE-COUNT
019900     SET CL-IDX TO CL-TABLE-COUNT
020000     MOVE PT-ABSORBED-CARD TO CL-T-OLD-CARD-NO (CL-IDX)
020100     MOVE PT-SURVIVOR-CARD TO CL-T-NEW-CARD-NO (CL-IDX)
020200     MOVE 'M'              TO CL-T-BLOCK-TYPE (CL-IDX)
020300     MOVE PT-MERGE-DATE    TO CL-T-LINK-DATE (CL-IDX)
020400     READ POINTER-FILE
020500         AT END MOVE 'Y' TO WS-PTR-EOF-SWITCH
020600     END-READ.
020700*
020800 1300-LOAD-PURGE-ENTRY.
020900     ADD 1 TO WS-PURGES-READ
021000     MOVE PG-CARD-NO TO WS-TEST-CARD-NO
021100     PERFORM 8100-FIND-BLOCK
021200     IF WS-FOUND-BLOCK-TYPE = SPACE
021300         PERFORM 1600-CHECK-BLOCK-ROOM
021400         ADD 1 TO BK-TABLE-COUNT
021500         SET BK-IDX TO BK-TABLE-COUNT
021600         MOVE PG-CARD-NO    TO BK-CARD-NO (BK-IDX)
021700         MOVE 'P'           TO BK-BLOCK-TYPE (BK-IDX)
021800         MOVE PG-PURGE-DATE TO BK-BLOCK-DATE (BK-IDX)
021900     END-IF
022000     READ PURGE-REG-FILE
022100         AT END MOVE 'Y' TO WS-PURGE-EOF-SWITCH
022200     END-READ.
022300*
022400*    THE FRAUD FILE IS APPLIED IN ARRIVAL ORDER.  A PURGE
022500*    ALWAYS STANDS; A RELEASE ONLY LIFTS A FRAUD BLOCK.
022600*
022700 1400-APPLY-FRAUD-ENTRY.
022800     MOVE FB-CARD-NO TO WS-TEST-CARD-NO
022900     PERFORM 8100-FIND-BLOCK
023000     EVALUATE TRUE
023100         WHEN FB-BLOCK
023200             ADD 1 TO WS-FRAUD-BLOCKS-READ
023300             IF WS-FOUND-BLOCK-TYPE = SPACE
023400                 PERFORM 1600-CHECK-BLOCK-ROOM
023500                 ADD 1 TO BK-TABLE-COUNT
023600                 SET BK-IDX TO BK-TABLE-COUNT
023700                 MOVE FB-CARD-NO     TO BK-CARD-NO (BK-IDX)
023800                 MOVE 'F'            TO BK-BLOCK-TYPE (BK-IDX)
023900                 MOVE FB-ACTION-DATE TO BK-BLOCK-DATE (BK-IDX)
024000             END-IF
024100         WHEN FB-RELEASE
024200             ADD 1 TO WS-FRAUD-RELEASES-READ
024300             IF WS-FOUND-BLOCK-TYPE = 'F'
024400                 MOVE SPACE TO BK-BLOCK-TYPE (WS-BK-SUB)
024500             END-IF
024600         WHEN OTHER
024700             DISPLAY 'HOTCARD - FRAUD BLOCK ACTION NOT B/R: '
024800                 FB-ACTION ' - IGNORED'
024900     END-EVALUATE
025000     READ FRAUD-BLOCK-FILE
025100         AT END MOVE 'Y' TO WS-FRAUD-EOF-SWITCH
025200     END-READ.
025300*
025400*    A HOT LIST MISSING ENTRIES WOULD LET A DEAD CARD EARN,
025500*    SO RUNNING OUT OF TABLE ROOM STOPS THE JOB.
025600*
025700 1500-CHECK-LINK-ROOM.
025800     IF CL-TABLE-COUNT NOT < CL-TABLE-MAX
025900         DISPLAY 'HOTCARD - LINK TABLE FULL AT ' CL-TABLE-MAX
026000             ' ENTRIES - HOT LIST NOT BUILT'
026100         MOVE 8 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400*
026500 1600-CHECK-BLOCK-ROOM.
026600     IF BK-TABLE-COUNT NOT < BK-TABLE-MAX
026700         DISPLAY 'HOTCARD - BLOCK TABLE FULL AT ' BK-TABLE-MAX
026800             ' ENTRIES - HOT LIST NOT BUILT'
026900         MOVE 8 TO RETURN-CODE
027000         STOP RUN
027100     END-IF.
027200*
027300 3000-RELEASE-HOT-CARDS.
027400     PERFORM 3100-RELEASE-ONE-BLOCK
027500         VARYING WS-BK-SUB FROM 1 BY 1
027600         UNTIL WS-BK-SUB > BK-TABLE-COUNT
027700     PERFORM 3200-RELEASE-ONE-LINK
027800         VARYING WS-CL-SUB FROM 1 BY 1
027900         UNTIL WS-CL-SUB > CL-TABLE-COUNT.
028000*
028100 3100-RELEASE-ONE-BLOCK.
028200     IF BK-BLOCK-TYPE (WS-BK-SUB) NOT = SPACE
028300         MOVE BK-CARD-NO (WS-BK-SUB)    TO SW-CARD-NO
028400         MOVE BK-BLOCK-TYPE (WS-BK-SUB) TO SW-BLOCK-TYPE
028500         MOVE ZERO                      TO SW-SUCCESSOR-CARD
028600         MOVE BK-BLOCK-DATE (WS-BK-SUB) TO SW-EFFECTIVE-DATE
028700         ADD 1 TO WS-LISTED-REJECT
028800         RELEASE SORT-WORK-RECORD
028900     END-IF.
029000*
029100*    A RETIRED CARD THAT IS ITSELF BLOCKED WAS RELEASED ABOVE.
029200*    A CARD WITH MORE THAN ONE FORWARD LINK IS RELEASED ONCE,
029300*    FROM ITS FIRST LINK, WHICH IS THE ONE THE CHAIN WALK
029400*    FOLLOWS.  A CHAIN ENDING ON A BLOCKED CARD TAKES THAT
029500*    CARD'S BLOCK, SO THE TRANSACTION IS REJECTED, NOT MOVED.
029600*
029700 3200-RELEASE-ONE-LINK.
029800     MOVE CL-T-OLD-CARD-NO (WS-CL-SUB) TO WS-TEST-CARD-NO
029900     PERFORM 8100-FIND-BLOCK
030000     PERFORM 3210-SCAN-EARLIER-LINKS
030100         VARYING WS-DUP-SUB FROM 1 BY 1
030200         UNTIL WS-DUP-SUB >= WS-CL-SUB
030300         OR CL-T-OLD-CARD-NO (WS-DUP-SUB) = WS-TEST-CARD-NO
030400     IF WS-FOUND-BLOCK-TYPE = SPACE
030500         AND WS-DUP-SUB >= WS-CL-SUB
030600         MOVE WS-TEST-CARD-NO TO SW-CARD-NO
030700         MOVE CL-T-LINK-DATE (WS-CL-SUB) TO SW-EFFECTIVE-DATE
030800         PERFORM 8500-FOLLOW-CHAIN-FORWARD
030900         MOVE WS-FINAL-CARD-NO TO WS-TEST-CARD-NO
031000         PERFORM 8100-FIND-BLOCK
031100         IF WS-FOUND-BLOCK-TYPE = SPACE
031200             MOVE CL-T-BLOCK-TYPE (WS-CL-SUB) TO SW-BLOCK-TYPE
031300             MOVE WS-FINAL-CARD-NO TO SW-SUCCESSOR-CARD
031400             ADD 1 TO WS-LISTED-REDIRECT
031500         ELSE
031600             MOVE WS-FOUND-BLOCK-TYPE TO SW-BLOCK-TYPE
031700             MOVE ZERO TO SW-SUCCESSOR-CARD
031800             ADD 1 TO WS-LISTED-REJECT
031900         END-IF
032000         RELEASE SORT-WORK-RECORD
032100     END-IF.
032200*
032300*    THE SCAN ITSELF ONLY ADVANCES THE SUBSCRIPT; THE UNTIL
032400*    CONDITION ON THE PERFORM DOES THE MATCHING.
032500*
032600 3210-SCAN-EARLIER-LINKS.
032700     CONTINUE.
032800*
032900*    LEAVES THE CARD'S BLOCK TYPE AND ITS SLOT, OR SPACE WHEN
033000*    THE CARD IS NOT (OR NO LONGER) BLOCKED.
033100*
033200 8100-FIND-BLOCK.
033300     MOVE SPACE TO WS-FOUND-BLOCK-TYPE
033400     MOVE ZERO TO WS-FOUND-BLOCK-DATE
033500     MOVE ZERO TO WS-BK-SUB
033600     SET BK-IDX TO 1
033700     SEARCH BK-ENTRY
033800         AT END
033900             CONTINUE
034000         WHEN BK-IDX > BK-TABLE-COUNT
034100             CONTINUE
034200         WHEN BK-CARD-NO (BK-IDX) = WS-TEST-CARD-NO
034300             AND BK-BLOCK-TYPE (BK-IDX) NOT = SPACE
034400             MOVE BK-BLOCK-TYPE (BK-IDX) TO WS-FOUND-BLOCK-TYPE
034500             MOVE BK-BLOCK-DATE (BK-IDX) TO WS-FOUND-BLOCK-DATE
034600             SET WS-BK-SUB TO BK-IDX
034700     END-SEARCH.
034800*
034900*    FOLLOW OLD-TO-NEW LINKS UNTIL THE CARD HAS NO FORWARD
035000*    LINK, AS IN PTSPROOF.
035100*
035200 8500-FOLLOW-CHAIN-FORWARD.
035300     MOVE WS-TEST-CARD-NO TO WS-FINAL-CARD-NO
035400     MOVE 0 TO WS-HOP-COUNT
035500     MOVE 'Y' TO WS-HOP-FOUND-SWITCH
035600     PERFORM 8600-FOLLOW-ONE-HOP
035700         UNTIL NOT WS-HOP-FOUND
035800         OR WS-HOP-COUNT >= WS-MAX-HOPS.
035900*
036000 8600-FOLLOW-ONE-HOP.
036100     MOVE 'N' TO WS-HOP-FOUND-SWITCH
036200     PERFORM 8700-MATCH-ONE-LINK
036300         VARYING WS-DUP-SUB FROM 1 BY 1
036400         UNTIL WS-DUP-SUB > CL-TABLE-COUNT
036500         OR WS-HOP-FOUND
036600     IF WS-HOP-FOUND
036700         ADD 1 TO WS-HOP-COUNT
036800     END-IF.
036900*
037000 8700-MATCH-ONE-LINK.
037100     IF CL-T-OLD-CARD-NO (WS-DUP-SUB) = WS-FINAL-CARD-NO
037200         MOVE CL-T-NEW-CARD-NO (WS-DUP-SUB)
037300             TO WS-FINAL-CARD-NO
037400         MOVE 'Y' TO WS-HOP-FOUND-SWITCH
037500     END-IF.
037600*
037700 9999-EXIT.
037800     STOP RUN.
