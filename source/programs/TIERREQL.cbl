000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TIERREQL.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - TIER MAINTENANCE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - NIGHTLY TIER               *
001400*                   REQUALIFICATION.  EVERY TIER MASTER RECORD   *
001500*                   WHOSE TM-REVIEW-DATE HAS ARRIVED IS SCORED   *
001600*                   ON ITS TRAILING 12 MONTHS OF EARN FROM THE   *
001700*                   BONHIST ARCHIVE AGAINST THE QUALIFYING       *
001800*                   THRESHOLDS ON THE TIERQUAL PARAMETER FILE.   *
001900*                   THE RESULT IS WRITTEN AS A TIERMNT-FORMAT    *
002000*                   CHANGE TRANSACTION (UPGRADE, DOWNGRADE OR    *
002100*                   RETAIN) WITH THE REVIEW DATE ROLLED FORWARD  *
002200*                   A YEAR, SO THE MOVE IS APPLIED AND AUDITED   *
002300*                   BY TIERMNT LIKE ANY KEYED TIER CHANGE.  A    *
002400*                   TIER-CHANGE REGISTER LISTS EVERY REVIEW.     *
002420*   10/15/26  MO    CODE-09 AIRLINE CONVERSION CREDITS ARE       *
002440*                   BOUGHT, NOT EARNED, AND NO LONGER QUALIFY.   *
002460*   10/15/26  MO    CODE-10 CATALOGUE ORDER DEBITS AND REFUND    *
002480*                   CREDITS DO NOT COUNT TOWARDS QUALIFICATION.  *
002485*   10/15/26  MO    TRANSACTIONS CARRY TIERREQL AS THE           *
002490*                   OPERATOR, WHICH TIERMNT CHECKS AGAINST THE   *
002495*                   OPERATOR AUTHORITY MASTER LIKE ANY OTHER.    *
002496*   10/15/26  MO    CODE-08 SPEND AWARDS FROM SPNDAWRD DO NOT    *
002497*                   COUNT TOWARDS QUALIFICATION.                 *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT TIER-MAST-FILE ASSIGN TO TIERNEW
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT HISTORY-FILE   ASSIGN TO BONHIST
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT EARN-SORTED    ASSIGN TO TIERRSRT
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
004000     SELECT QUAL-PARM-FILE ASSIGN TO TIERQUAL
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT TIER-TRAN-FILE ASSIGN TO TIERRQTR
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT REGISTER-FILE  ASSIGN TO TIERRQRG
004500         ORGANIZATION IS SEQUENTIAL.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  TIER-MAST-FILE.
004900     COPY "TIERMAST.cpy".
005000*
005100 FD  HISTORY-FILE.
005200 01  DTAR119-RECORD.
005300     COPY "DTAR119.cbl".
005400*
005500*    QUALIFYING EARN, REDUCED TO CARD AND POINTS BY THE INPUT
005600*    PROCEDURE SO THE SORT CARRIES ONLY THE 12-MONTH WINDOW.
005700*
005800 FD  EARN-SORTED.
005900 01  EARN-RECORD.
006000     05  ER-CARD-NO              PIC 9(16).
006100     05  ER-POINTS               PIC S9(07).
006200*
006300 SD  SORT-WORK-FILE.
006400 01  SORT-WORK-RECORD.
006500     05  SW-CARD-NO              PIC 9(16).
006600     05  SW-POINTS               PIC S9(07).
006700*
006800*    ONE RECORD PER TIER GIVING THE 12-MONTH EARN NEEDED TO
006900*    HOLD IT.  THE BASE TIER NEEDS NO RECORD; A CARD THAT
007000*    QUALIFIES FOR NOTHING ELSE FALLS BACK TO BASE.
007100*
007200 FD  QUAL-PARM-FILE.
007300 01  QUAL-PARM-RECORD.
007400     05  TQ-TIER-CODE            PIC X(01).
007500     05  TQ-MIN-POINTS           PIC 9(09).
007600*
007700*    SAME SHAPE AS TIERMNT'S TIER-TRAN-RECORD.
007800*
007900 FD  TIER-TRAN-FILE.
008000 01  TIER-TRAN-RECORD.
008100     05  TT-ACTION-CODE          PIC X(01).
008200     05  TT-CARD-NO              PIC 9(16).
008300     05  TT-TIER-CODE            PIC X(01).
008400     05  TT-TIER-EFF-DATE        PIC 9(08).
008500     05  TT-REVIEW-DATE          PIC 9(08).
008550     05  TT-OPER-ID              PIC X(08).
008600*
008700 FD  REGISTER-FILE.
008800 01  REGISTER-RECORD.
008900     05  RG-CARRIAGE-CONTROL     PIC X(01).
009000     05  RG-PRINT-LINE           PIC X(132).
009100*
009200 WORKING-STORAGE SECTION.
009300*
009400 01  WS-TIER-EOF-SWITCH          PIC X(01) VALUE 'N'.
009500     88  WS-TIER-EOF             VALUE 'Y'.
009600 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
009700     88  WS-HIST-EOF             VALUE 'Y'.
009800 01  WS-EARN-EOF-SWITCH          PIC X(01) VALUE 'N'.
009900     88  WS-EARN-EOF             VALUE 'Y'.
010000 01  WS-PARM-EOF-SWITCH          PIC X(01) VALUE 'N'.
010100     88  WS-PARM-EOF             VALUE 'Y'.
010200*
010300*    REDEMPTIONS AND THE RESERVED SYSTEM CODES (04 EXPIRY,
010400*    05 ADJUSTMENT, 06 VOUCHER, 07 AIRLINE TRANSFER) ARE NOT
010500*    EARN ACTIVITY.  RTRNMTCH CLAWBACKS CARRY THE SALE'S OWN
010600*    CODE WITH NEGATIVE POINTS, SO RETURNS NET OFF NATURALLY.
010650*    CODE-09 POINTS CONVERTED FROM AIRLINE MILES DO NOT COUNT.
010660*    NOR DO CODE-10 CATALOGUE ORDERS OR THEIR REFUNDS, OR
010670*    SPNDAWRD'S CODE-08 SPEND AWARDS.
010700*
010800 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
010900 01  WS-FIRST-SYSTEM-CODE        PIC 9(02) VALUE 04.
011000 01  WS-LAST-SYSTEM-CODE         PIC 9(02) VALUE 07.
011050 01  WS-CONVERSION-CODE          PIC 9(02) VALUE 09.
011060 01  WS-CATALOGUE-CODE           PIC 9(02) VALUE 10.
011080 01  WS-SPEND-AWARD-CODE         PIC 9(02) VALUE 08.
011100*
011200 01  WS-RUN-DATE                 PIC 9(08).
011300 01  WS-RUN-DAY                  PIC 9(07).
011350 01  WS-BATCH-OPER-ID            PIC X(08) VALUE 'TIERREQL'.
011400 01  WS-WINDOW-START-DAY         PIC 9(07).
011500*
011600 01  WS-CARD-POINTS              PIC S9(11) COMP-3.
011700 01  WS-OLD-RANK                 PIC 9(01).
011800 01  WS-NEW-RANK                 PIC 9(01).
011900 01  WS-NEW-TIER-CODE            PIC X(01).
012000 01  WS-NEW-EFF-DATE             PIC 9(08).
012100 01  WS-NEW-REVIEW-DATE          PIC 9(08).
012200 01  WS-REVIEW-MMDD              PIC 9(04).
012300 01  WS-TQ-SUB                   PIC 9(02) COMP.
012400 01  WS-THRESHOLDS-LOADED        PIC 9(02) VALUE 0.
012500*
012600 01  WS-RECORDS-READ             PIC 9(09) VALUE 0.
012700 01  WS-REVIEWS-DUE              PIC 9(09) VALUE 0.
012800 01  WS-UPGRADED-COUNT           PIC 9(09) VALUE 0.
012900 01  WS-DOWNGRADED-COUNT         PIC 9(09) VALUE 0.
013000 01  WS-RETAINED-COUNT           PIC 9(09) VALUE 0.
013100*
013200*    A CARD NUMBER HIGHER THAN ANY REAL CARD, USED AS THE
013300*    AT-END KEY SO THE MATCH DRAINS BOTH FILES CLEANLY.
013400*
013500 01  WS-EARN-KEY                 PIC 9(16).
013600 01  WS-HIGH-VALUE-KEY           PIC 9(16) VALUE 9999999999999999.
013700*
013800*    TIER CODES IN ASCENDING ORDER OF STANDING, WITH THE
013900*    THRESHOLD LOADED FROM TIERQUAL.  BASE ALWAYS QUALIFIES.
014000*
014100 01  TQ-TABLE-VALUES.
014200     05  FILLER                  PIC X(01) VALUE 'B'.
014300     05  FILLER                  PIC 9(09) VALUE 0.
014400     05  FILLER                  PIC X(01) VALUE 'S'.
014500     05  FILLER                  PIC 9(09) VALUE 999999999.
014600     05  FILLER                  PIC X(01) VALUE 'G'.
014700     05  FILLER                  PIC 9(09) VALUE 999999999.
014800     05  FILLER                  PIC X(01) VALUE 'P'.
014900     05  FILLER                  PIC 9(09) VALUE 999999999.
015000 01  TQ-TABLE REDEFINES TQ-TABLE-VALUES.
015100     05  TQ-ENTRY OCCURS 4 TIMES.
015200         10  TQ-T-TIER-CODE      PIC X(01).
015300         10  TQ-T-MIN-POINTS     PIC 9(09).
015400 01  TQ-TABLE-COUNT              PIC 9(02) COMP VALUE 4.
015500*
015600 01  WS-HEADING-LINE.
015700     05  FILLER                  PIC X(40)
015800         VALUE 'TIERREQL - TIER REQUALIFICATION REGISTER'.
015900     05  FILLER                  PIC X(10) VALUE '  RUN DATE'.
016000     05  FILLER                  PIC X(01) VALUE SPACE.
016100     05  HD-RUN-DATE             PIC 9(08).
016200     05  FILLER                  PIC X(73) VALUE SPACES.
016300*
016400 01  WS-COLUMN-LINE.
016500     05  FILLER                  PIC X(40) VALUE
016600         'CARD NUMBER       OLD  NEW  ACTION      '.
016700     05  FILLER                  PIC X(36) VALUE
016800         ' 12-MTH EARN    OLD REV     NEXT REV'.
016900     05  FILLER                  PIC X(56) VALUE SPACES.
017000*
017100 01  WS-DETAIL-LINE.
017200     05  DT-CARD-NO              PIC 9(16).
017300     05  FILLER                  PIC X(02) VALUE SPACES.
017400     05  DT-OLD-TIER             PIC X(01).
017500     05  FILLER                  PIC X(04) VALUE SPACES.
017600     05  DT-NEW-TIER             PIC X(01).
017700     05  FILLER                  PIC X(04) VALUE SPACES.
017800     05  DT-ACTION               PIC X(10).
017900     05  FILLER                  PIC X(02) VALUE SPACES.
018000     05  DT-POINTS               PIC ZZZZZZZZZZ9-.
018100     05  FILLER                  PIC X(04) VALUE SPACES.
018200     05  DT-OLD-REVIEW           PIC 9(08).
018300     05  FILLER                  PIC X(04) VALUE SPACES.
018400     05  DT-NEXT-REVIEW          PIC 9(08).
018500     05  FILLER                  PIC X(56) VALUE SPACES.
018600*
018700 01  WS-TOTAL-LINE.
018800     05  TL-CAPTION              PIC X(30).
018900     05  TL-COUNT                PIC ZZZZZZZZ9.
019000     05  FILLER                  PIC X(93) VALUE SPACES.
019100*
019200 PROCEDURE DIVISION.
019300*
019400 0000-MAINLINE.
019500     PERFORM 1000-INITIALIZE
019600     PERFORM 2000-REVIEW-ONE-CARD
019700         UNTIL WS-TIER-EOF
019800     PERFORM 4000-PRINT-TOTALS
019900     DISPLAY 'TIERREQL - TIER RECORDS READ:  ' WS-RECORDS-READ
020000     DISPLAY 'TIERREQL - REVIEWS DUE:        ' WS-REVIEWS-DUE
020100     DISPLAY 'TIERREQL - UPGRADED:           ' WS-UPGRADED-COUNT
020200     DISPLAY 'TIERREQL - DOWNGRADED:         '
020300         WS-DOWNGRADED-COUNT
020400     DISPLAY 'TIERREQL - RETAINED:           ' WS-RETAINED-COUNT
020500     PERFORM 9999-EXIT.
020600*
020700 1000-INITIALIZE.
020800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
020900     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
021000*
021100*    THE TRAILING 12 MONTHS RUN FROM THE SAME DAY LAST YEAR,
021200*    ON THE 365-DAY YYYYDDD CONVENTION THE SUITE USES.
021300*
021400     COMPUTE WS-WINDOW-START-DAY = WS-RUN-DAY - 1000
021500     OPEN INPUT QUAL-PARM-FILE
021600     PERFORM 8300-READ-QUAL-PARM
021700     PERFORM 1100-LOAD-ONE-THRESHOLD
021800         UNTIL WS-PARM-EOF
021900     CLOSE QUAL-PARM-FILE
022000*
022100*    WITHOUT THRESHOLDS EVERY CARD WOULD SCORE AS BASE, SO AN
022200*    EMPTY OR MISSING PARAMETER FILE STOPS THE RUN.
022300*
022400     IF WS-THRESHOLDS-LOADED = ZERO
022500         DISPLAY 'TIERREQL - NO QUALIFYING THRESHOLDS ON '
022600             'TIERQUAL - RUN STOPPED'
022700         MOVE 8 TO RETURN-CODE
022800         STOP RUN
022900     END-IF
023000     SORT SORT-WORK-FILE
023100         ON ASCENDING KEY SW-CARD-NO
023200         INPUT PROCEDURE IS 1200-EXTRACT-EARN
023300         GIVING EARN-SORTED
023400     OPEN INPUT  TIER-MAST-FILE
023500     OPEN INPUT  EARN-SORTED
023600     OPEN OUTPUT TIER-TRAN-FILE
023700     OPEN OUTPUT REGISTER-FILE
023800     MOVE WS-RUN-DATE TO HD-RUN-DATE
023900     MOVE '1' TO RG-CARRIAGE-CONTROL
024000     MOVE WS-HEADING-LINE TO RG-PRINT-LINE
024100     WRITE REGISTER-RECORD
024200     MOVE '0' TO RG-CARRIAGE-CONTROL
024300     MOVE WS-COLUMN-LINE TO RG-PRINT-LINE
024400     WRITE REGISTER-RECORD
024500     PERFORM 8000-READ-TIER-MAST
024600     PERFORM 8100-READ-EARN.
024700*
024800 1100-LOAD-ONE-THRESHOLD.
024900     PERFORM 1110-MATCH-ONE-TIER
025000         VARYING WS-TQ-SUB FROM 2 BY 1
025100         UNTIL WS-TQ-SUB > TQ-TABLE-COUNT
025200     PERFORM 8300-READ-QUAL-PARM.
025300*
025400 1110-MATCH-ONE-TIER.
025500     IF TQ-T-TIER-CODE (WS-TQ-SUB) = TQ-TIER-CODE
025600         MOVE TQ-MIN-POINTS TO TQ-T-MIN-POINTS (WS-TQ-SUB)
025700         ADD 1 TO WS-THRESHOLDS-LOADED
025800     END-IF.
025900*
026000 1200-EXTRACT-EARN.
026100     OPEN INPUT HISTORY-FILE
026200     PERFORM 8200-READ-HISTORY
026300     PERFORM 1210-RELEASE-ONE-EARN
026400         UNTIL WS-HIST-EOF
026500     CLOSE HISTORY-FILE.
026600*
026700 1210-RELEASE-ONE-EARN.
026800     IF DTAR119-TRANS-DATE > WS-WINDOW-START-DAY
026900         AND DTAR119-TRANS-DATE <= WS-RUN-DAY
027000         AND DTAR119-TRANS-CODE NOT = WS-REDEMPTION-CODE
027050         AND DTAR119-TRANS-CODE NOT = WS-CONVERSION-CODE
027060         AND DTAR119-TRANS-CODE NOT = WS-CATALOGUE-CODE
027080         AND DTAR119-TRANS-CODE NOT = WS-SPEND-AWARD-CODE
027100         AND (DTAR119-TRANS-CODE < WS-FIRST-SYSTEM-CODE
027200              OR DTAR119-TRANS-CODE > WS-LAST-SYSTEM-CODE)
027300         MOVE DTAR119-CARD-NO      TO SW-CARD-NO
027400         MOVE DTAR119-BONUS-POINTS TO SW-POINTS
027500         RELEASE SORT-WORK-RECORD
027600     END-IF
027700     PERFORM 8200-READ-HISTORY.
027800*
027900*    THE TIER MASTER AND THE SORTED EARN ARE BOTH IN CARD
028000*    SEQUENCE.  EARN FOR CARDS WITH NO TIER RECORD IS SKIPPED.
028100*
028200 2000-REVIEW-ONE-CARD.
028300     ADD 1 TO WS-RECORDS-READ
028400     MOVE 0 TO WS-CARD-POINTS
028500     PERFORM 2100-SKIP-ONE-EARN
028600         UNTIL WS-EARN-KEY NOT < TM-CARD-NO
028700     PERFORM 2200-ADD-ONE-EARN
028800         UNTIL WS-EARN-KEY NOT = TM-CARD-NO
028900     IF TM-REVIEW-DATE NOT = ZERO
029000         AND TM-REVIEW-DATE <= WS-RUN-DATE
029100         PERFORM 3000-REQUALIFY-CARD
029200     END-IF
029300     PERFORM 8000-READ-TIER-MAST.
029400*
029500 2100-SKIP-ONE-EARN.
029600     PERFORM 8100-READ-EARN.
029700*
029800 2200-ADD-ONE-EARN.
029900     ADD ER-POINTS TO WS-CARD-POINTS
030000     PERFORM 8100-READ-EARN.
030100*
030200 3000-REQUALIFY-CARD.
030300     ADD 1 TO WS-REVIEWS-DUE
030400     MOVE 1 TO WS-OLD-RANK
030500     MOVE 1 TO WS-NEW-RANK
030600     PERFORM 3100-RANK-ONE-TIER
030700         VARYING WS-TQ-SUB FROM 1 BY 1
030800         UNTIL WS-TQ-SUB > TQ-TABLE-COUNT
030900     MOVE TQ-T-TIER-CODE (WS-NEW-RANK) TO WS-NEW-TIER-CODE
031000     PERFORM 3200-ROLL-REVIEW-DATE
031100     EVALUATE TRUE
031200         WHEN WS-NEW-RANK > WS-OLD-RANK
031300             ADD 1 TO WS-UPGRADED-COUNT
031400             MOVE 'UPGRADE   ' TO DT-ACTION
031500             MOVE WS-RUN-DATE TO WS-NEW-EFF-DATE
031600         WHEN WS-NEW-RANK < WS-OLD-RANK
031700             ADD 1 TO WS-DOWNGRADED-COUNT
031800             MOVE 'DOWNGRADE ' TO DT-ACTION
031900             MOVE WS-RUN-DATE TO WS-NEW-EFF-DATE
032000         WHEN OTHER
032100             ADD 1 TO WS-RETAINED-COUNT
032200             MOVE 'RETAIN    ' TO DT-ACTION
032300             MOVE TM-TIER-EFF-DATE TO WS-NEW-EFF-DATE
032400     END-EVALUATE
032500     PERFORM 3300-WRITE-TIER-TRAN
032600     PERFORM 3400-PRINT-REGISTER-LINE.
032700*
032800*    THE CARD'S CURRENT TIER GIVES THE OLD RANK; THE HIGHEST
032900*    TIER WHOSE THRESHOLD THE 12-MONTH EARN MEETS GIVES THE
033000*    NEW ONE.
033100*
033200 3100-RANK-ONE-TIER.
033300     IF TQ-T-TIER-CODE (WS-TQ-SUB) = TM-TIER-CODE
033400         MOVE WS-TQ-SUB TO WS-OLD-RANK
033500     END-IF
033600     IF WS-CARD-POINTS >= TQ-T-MIN-POINTS (WS-TQ-SUB)
033700         MOVE WS-TQ-SUB TO WS-NEW-RANK
033800     END-IF.
033900*
034000*    THE NEXT REVIEW KEEPS THE CARD'S ANNIVERSARY: ONE YEAR ON
034100*    FROM THE REVIEW JUST DUE, STEPPED PAST TODAY IF THE CARD
034200*    WAS MISSED FOR A YEAR OR MORE.  A 29 FEBRUARY ANNIVERSARY
034300*    FALLS BACK TO THE 28TH.
034400*
034500 3200-ROLL-REVIEW-DATE.
034600     MOVE TM-REVIEW-DATE TO WS-NEW-REVIEW-DATE
034700     PERFORM 3210-ADD-ONE-YEAR
034800         UNTIL WS-NEW-REVIEW-DATE > WS-RUN-DATE
034900     MOVE WS-NEW-REVIEW-DATE (5:4) TO WS-REVIEW-MMDD
035000     IF WS-REVIEW-MMDD = 0229
035100         SUBTRACT 1 FROM WS-NEW-REVIEW-DATE
035200     END-IF.
035300*
035400 3210-ADD-ONE-YEAR.
035500     ADD 10000 TO WS-NEW-REVIEW-DATE.
035600*
035700 3300-WRITE-TIER-TRAN.
035800     MOVE 'C'                TO TT-ACTION-CODE
035900     MOVE TM-CARD-NO         TO TT-CARD-NO
036000     MOVE WS-NEW-TIER-CODE   TO TT-TIER-CODE
036100     MOVE WS-NEW-EFF-DATE    TO TT-TIER-EFF-DATE
036200     MOVE WS-NEW-REVIEW-DATE TO TT-REVIEW-DATE
036250     MOVE WS-BATCH-OPER-ID   TO TT-OPER-ID
036300     WRITE TIER-TRAN-RECORD.
036400*
036500 3400-PRINT-REGISTER-LINE.
036600     MOVE TM-CARD-NO         TO DT-CARD-NO
036700     MOVE TM-TIER-CODE       TO DT-OLD-TIER
036800     MOVE WS-NEW-TIER-CODE   TO DT-NEW-TIER
036900     MOVE WS-CARD-POINTS     TO DT-POINTS
037000     MOVE TM-REVIEW-DATE     TO DT-OLD-REVIEW
037100     MOVE WS-NEW-REVIEW-DATE TO DT-NEXT-REVIEW
037200     MOVE ' ' TO RG-CARRIAGE-CONTROL
037300     MOVE WS-DETAIL-LINE TO RG-PRINT-LINE
037400     WRITE REGISTER-RECORD.
037500*
037600 4000-PRINT-TOTALS.
037700     MOVE 'TIER RECORDS READ             ' TO TL-CAPTION
037800     MOVE WS-RECORDS-READ TO TL-COUNT
037900     MOVE '0' TO RG-CARRIAGE-CONTROL
038000     PERFORM 4100-PRINT-TOTAL-LINE
038100     MOVE 'REVIEWS DUE                   ' TO TL-CAPTION
038200     MOVE WS-REVIEWS-DUE TO TL-COUNT
038300     PERFORM 4100-PRINT-TOTAL-LINE
038400     MOVE '  UPGRADED                    ' TO TL-CAPTION
038500     MOVE WS-UPGRADED-COUNT TO TL-COUNT
038600     PERFORM 4100-PRINT-TOTAL-LINE
038700     MOVE '  DOWNGRADED                  ' TO TL-CAPTION
038800     MOVE WS-DOWNGRADED-COUNT TO TL-COUNT
038900     PERFORM 4100-PRINT-TOTAL-LINE
039000     MOVE '  RETAINED                    ' TO TL-CAPTION
039100     MOVE WS-RETAINED-COUNT TO TL-COUNT
039200     PERFORM 4100-PRINT-TOTAL-LINE.
039300*
039400 4100-PRINT-TOTAL-LINE.
039500     MOVE WS-TOTAL-LINE TO RG-PRINT-LINE
039600     WRITE REGISTER-RECORD
039700     MOVE ' ' TO RG-CARRIAGE-CONTROL.
039800*
039900 8000-READ-TIER-MAST.
040000     READ TIER-MAST-FILE
040100         AT END MOVE 'Y' TO WS-TIER-EOF-SWITCH
040200     END-READ.
040300*
040400 8100-READ-EARN.
040500     READ EARN-SORTED
040600         AT END
040700             MOVE 'Y' TO WS-EARN-EOF-SWITCH
040800             MOVE WS-HIGH-VALUE-KEY TO WS-EARN-KEY
040900         NOT AT END
041000             MOVE ER-CARD-NO TO WS-EARN-KEY
041100     END-READ.
041200*
041300 8200-READ-HISTORY.
041400     READ HISTORY-FILE
041500         AT END MOVE 'Y' TO WS-HIST-EOF-SWITCH
041600     END-READ.
041700*
041800 8300-READ-QUAL-PARM.
041900     READ QUAL-PARM-FILE
042000         AT END MOVE 'Y' TO WS-PARM-EOF-SWITCH
042100     END-READ.
042200*
042300 9999-EXIT.
042400     CLOSE TIER-MAST-FILE EARN-SORTED
042500           TIER-TRAN-FILE REGISTER-FILE
042600     STOP RUN.
