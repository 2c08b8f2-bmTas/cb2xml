001700*                   CARD-NUMBER SEQUENCE.  EVERY TRANSACTION,    *
001800*                   APPLIED OR REJECTED, IS WRITTEN TO THE AUDIT *
001900*                   TRAIL WITH ITS DISPOSITION.                  *
001910*   10/15/26  MO    EACH TRANSACTION NOW CARRIES THE OPERATOR    *
001920*                   WHO SUBMITTED IT, CHECKED THROUGH OPRCHK     *
001930*                   AGAINST THE OPERATOR AUTHORITY MASTER BEFORE *
001940*                   IT IS APPLIED.  ONE THE OPERATOR MAY NOT     *
001950*                   APPLY IS REJECTED TO THE AUDIT TRAIL AS      *
001960*                   UNAUTHORISED.  THE AUDIT TRAIL NOW RECORDS   *
001970*                   THE OPERATOR.                                *
001975*   10/15/26  MO    THE AUDIT TRAIL NOW RECORDS THE TIME OF THE  *
001980*                   RUN AS WELL AS THE DATE, FOR THE CONSOLIDATED*
001985*                   AUDIT STORE (AUDNORM).                       *
002000*                                                                *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
005100         88  TT-TIER-VALID       VALUE 'B' 'S' 'G' 'P'.
005200     05  TT-TIER-EFF-DATE        PIC 9(08).
005300     05  TT-REVIEW-DATE          PIC 9(08).
005350     05  TT-OPER-ID              PIC X(08).
005400*
005500 FD  NEW-TIER-FILE.
005600     COPY "TIERMAST.cpy" REPLACING ==TIER-MASTER-RECORD== BY
006400     05  TA-OLD-TIER-CODE        PIC X(01).
006500     05  TA-NEW-TIER-CODE        PIC X(01).
006600     05  TA-DISPOSITION          PIC X(25).
006650     05  TA-OPER-ID              PIC X(08).
006670     05  TA-RUN-TIME             PIC 9(06).
006700*
006800 WORKING-STORAGE SECTION.
006900*
007300     88  WS-TRAN-EOF             VALUE 'Y'.
007400*
007500 01  WS-RUN-DATE                 PIC 9(08).
007550 01  WS-RUN-TIME                 PIC 9(08).
007600 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
007700 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
007705 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
007710*
007715*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
007720*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
007725*
007730 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'TIERMAST'.
007735 01  WS-AUTH-ACTION              PIC X(01).
007740 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
007745 01  WS-AUTH-STATUS              PIC X(01).
007750     88  WS-AUTH-GRANTED         VALUE 'Y'.
007755 01  WS-AUTH-DISPOSITION         PIC X(25).
007760 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
007765     88  WS-TRAN-SCREENED        VALUE 'Y'.
007800*
007900*    A CARD NUMBER HIGHER THAN ANY REAL CARD, USED AS THE
008000*    AT-END KEY SO THE MATCH-MERGE DRAINS BOTH FILES CLEANLY.
009100         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
009200     DISPLAY 'TIERMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
009300     DISPLAY 'TIERMNT - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
009350     DISPLAY 'TIERMNT - UNAUTHORISED:          ' WS-UNAUTH-COUNT
009400     PERFORM 9999-EXIT.
009500*
009600 1000-INITIALIZE.
009700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009750     ACCEPT WS-RUN-TIME FROM TIME
009800     OPEN INPUT  OLD-TIER-FILE
009900     OPEN INPUT  TIER-TRAN-FILE
010000     OPEN OUTPUT NEW-TIER-FILE
018900*
019000 3200-WRITE-AUDIT-RECORD.
019100     MOVE WS-RUN-DATE    TO TA-RUN-DATE
019150     MOVE WS-RUN-TIME (1:6) TO TA-RUN-TIME
019200     MOVE TT-ACTION-CODE TO TA-ACTION-CODE
019300     MOVE TT-CARD-NO     TO TA-CARD-NO
019400     MOVE TT-TIER-CODE   TO TA-NEW-TIER-CODE
019450     MOVE TT-OPER-ID     TO TA-OPER-ID
019500     WRITE TIER-AUDIT-RECORD.
019600*
019700 8000-READ-OLD-TIER.
020400     END-READ.
020500*
020600 8100-READ-TIER-TRAN.
020610     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
020620     PERFORM 8110-READ-AND-SCREEN
020630         UNTIL WS-TRAN-SCREENED.
020640*
020650 8110-READ-AND-SCREEN.
020700     READ TIER-TRAN-FILE
020800         AT END
020900             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
021000             MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
021100         NOT AT END
021200             MOVE TT-CARD-NO TO WS-TRAN-KEY
021300     END-READ
021302     IF WS-TRAN-EOF
021304         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
021306     ELSE
021308         PERFORM 8200-CHECK-AUTHORITY
021310     END-IF.
021312*
021314*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
021316*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
021318*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
021320*
021322 8200-CHECK-AUTHORITY.
021324     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
021326     IF TT-ADD OR TT-CHANGE OR TT-DELETE
021328         MOVE TT-ACTION-CODE TO WS-AUTH-ACTION
021330         CALL 'OPRCHK' USING TT-OPER-ID WS-AUTH-MASTER-FILE
021332             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
021334             WS-AUTH-STATUS WS-AUTH-DISPOSITION
021336         IF NOT WS-AUTH-GRANTED
021338             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
021340             MOVE WS-AUTH-DISPOSITION TO TA-DISPOSITION
021342             MOVE SPACE TO TA-OLD-TIER-CODE
021344             ADD 1 TO WS-UNAUTH-COUNT
021346             PERFORM 3100-WRITE-AUDIT-REJECTED
021348         END-IF
021350     END-IF.
021400*
021500 9999-EXIT.
021600     CLOSE OLD-TIER-FILE TIER-TRAN-FILE
