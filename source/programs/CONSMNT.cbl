000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CONSMNT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - DAILY LOAD.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - APPLY THE CRM'S DAILY      *
001400*                   CONSENT FEED (ADD/CHANGE/DELETE) TO THE      *
001500*                   MARKETING CONSENT MASTER (CONSMAST.CPY) BY   *
001600*                   SEQUENTIAL MATCH-MERGE ON CARD NUMBER.  BOTH *
001700*                   FILES MUST BE IN CARD-NUMBER SEQUENCE.       *
001800*                   EVERY TRANSACTION, APPLIED OR REJECTED, IS   *
001900*                   WRITTEN TO THE AUDIT TRAIL WITH ITS OLD AND  *
002000*                   NEW CHANNEL FLAGS AND ITS DISPOSITION.       *
002010*   10/15/26  MO    EACH TRANSACTION NOW CARRIES THE OPERATOR    *
002020*                   WHO SUBMITTED IT, CHECKED THROUGH OPRCHK     *
002030*                   AGAINST THE OPERATOR AUTHORITY MASTER BEFORE *
002040*                   IT IS APPLIED.  ONE THE OPERATOR MAY NOT     *
002050*                   APPLY IS REJECTED TO THE AUDIT TRAIL AS      *
002060*                   UNAUTHORISED.  THE AUDIT TRAIL NOW RECORDS   *
002070*                   THE OPERATOR.                                *
002075*   10/15/26  MO    THE AUDIT RECORD NOW ENDS WITH THE RUN TIME, *
002080*                   SO AUDNORM CAN TAKE THE TRAIL INTO THE AUDIT *
002085*                   STORE.                                       *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OLD-CONSENT-FILE ASSIGN TO CONSOLD
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT CONSENT-FEED-FILE ASSIGN TO CONSFEED
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT NEW-CONSENT-FILE ASSIGN TO CONSNEW
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT CONSENT-AUDIT-FILE ASSIGN TO CONSAUDT
003600         ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  OLD-CONSENT-FILE.
004000     COPY "CONSMAST.cpy" REPLACING ==CONSENT-MASTER-RECORD== BY
004100                                   ==OLD-CONSENT-RECORD==.
004200*
004300*    ONE RECORD PER CARD CHANGED IN THE CRM.  AN ADD OR CHANGE
004400*    CARRIES ALL FOUR CHANNELS; AN EFFECTIVE DATE OF ZERO MEANS
004500*    THE CHANNEL TAKES EFFECT ON THE RUN DATE.  CF-OPER-ID IS THE
004550*    CRM USER WHO MADE THE CHANGE.
004600*
004700 FD  CONSENT-FEED-FILE.
004800 01  CONSENT-FEED-RECORD.
004900     05  CF-ACTION-CODE          PIC X(01).
005000         88  CF-ADD              VALUE 'A'.
005100         88  CF-CHANGE           VALUE 'C'.
005200         88  CF-DELETE           VALUE 'D'.
005300     05  CF-CARD-NO              PIC 9(16).
005400     05  CF-CHANNELS.
005500         10  CF-MAIL-CONSENT     PIC X(01).
005600             88  CF-MAIL-VALID       VALUE 'Y' 'N'.
005700         10  CF-MAIL-EFF-DATE    PIC 9(08).
005800         10  CF-EMAIL-CONSENT    PIC X(01).
005900             88  CF-EMAIL-VALID      VALUE 'Y' 'N'.
006000         10  CF-EMAIL-EFF-DATE   PIC 9(08).
006100         10  CF-SMS-CONSENT      PIC X(01).
006200             88  CF-SMS-VALID        VALUE 'Y' 'N'.
006300         10  CF-SMS-EFF-DATE     PIC 9(08).
006400         10  CF-PUSH-CONSENT     PIC X(01).
006500             88  CF-PUSH-VALID       VALUE 'Y' 'N'.
006600         10  CF-PUSH-EFF-DATE    PIC 9(08).
006650     05  CF-OPER-ID              PIC X(08).
006700*
006800 FD  NEW-CONSENT-FILE.
006900     COPY "CONSMAST.cpy" REPLACING ==CONSENT-MASTER-RECORD== BY
007000                                   ==NEW-CONSENT-RECORD==.
007100*
007200 FD  CONSENT-AUDIT-FILE.
007300 01  CONSENT-AUDIT-RECORD.
007400     05  CA-RUN-DATE             PIC 9(08).
007500     05  CA-ACTION-CODE          PIC X(01).
007600     05  CA-CARD-NO              PIC 9(16).
007700     05  CA-OLD-FLAGS            PIC X(04).
007800     05  CA-NEW-FLAGS            PIC X(04).
007900     05  CA-DISPOSITION          PIC X(25).
007950     05  CA-OPER-ID              PIC X(08).
007970     05  CA-RUN-TIME             PIC 9(06).
008000*
008100 WORKING-STORAGE SECTION.
008200*
008300 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
008400     88  WS-OLD-EOF              VALUE 'Y'.
008500 01  WS-FEED-EOF-SWITCH          PIC X(01) VALUE 'N'.
008600     88  WS-FEED-EOF             VALUE 'Y'.
008700*
008800 01  WS-RUN-DATE                 PIC 9(08).
008850 01  WS-RUN-TIME                 PIC 9(08).
008900 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
009000 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
009005 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
009010*
009015*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
009020*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
009025*
009030 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'CONSMAST'.
009035 01  WS-AUTH-ACTION              PIC X(01).
009040 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
009045 01  WS-AUTH-STATUS              PIC X(01).
009050     88  WS-AUTH-GRANTED         VALUE 'Y'.
009055 01  WS-AUTH-DISPOSITION         PIC X(25).
009060 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
009065     88  WS-TRAN-SCREENED        VALUE 'Y'.
009100 01  WS-CHANNEL-SUB              PIC 9(02) COMP.
009200*
009300*    THE FOUR CHANNEL FLAGS SIDE BY SIDE (MAIL, EMAIL, SMS,
009400*    PUSH) AS THEY ARE SHOWN ON THE AUDIT TRAIL.
009500*
009600 01  WS-FLAGS.
009700     05  WS-FLAG                 PIC X(01) OCCURS 4 TIMES.
009800*
009900*    A CARD NUMBER HIGHER THAN ANY REAL CARD, USED AS THE
010000*    AT-END KEY SO THE MATCH-MERGE DRAINS BOTH FILES CLEANLY.
010100*
010200 01  WS-OLD-KEY                  PIC 9(16).
010300 01  WS-FEED-KEY                 PIC 9(16).
010400 01  WS-HIGH-VALUE-KEY           PIC 9(16) VALUE 9999999999999999.
010500*
010600 PROCEDURE DIVISION.
010700*
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE
011000     PERFORM 2000-MATCH-ONE-KEY
011100         UNTIL WS-OLD-EOF AND WS-FEED-EOF
011200     DISPLAY 'CONSMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
011300     DISPLAY 'CONSMNT - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
011350     DISPLAY 'CONSMNT - UNAUTHORISED:          ' WS-UNAUTH-COUNT
011400     PERFORM 9999-EXIT.
011500*
011600 1000-INITIALIZE.
011700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
011750     ACCEPT WS-RUN-TIME FROM TIME
011800     OPEN INPUT  OLD-CONSENT-FILE
011900     OPEN INPUT  CONSENT-FEED-FILE
012000     OPEN OUTPUT NEW-CONSENT-FILE
012100     OPEN OUTPUT CONSENT-AUDIT-FILE
012200     PERFORM 8000-READ-OLD-CONSENT
012300     PERFORM 8100-READ-CONSENT-FEED.
012400*
012500 2000-MATCH-ONE-KEY.
012600     IF WS-OLD-KEY < WS-FEED-KEY
012700         PERFORM 2100-KEEP-OLD-RECORD
012800     ELSE
012900         IF WS-OLD-KEY > WS-FEED-KEY
013000             PERFORM 2200-APPLY-UNMATCHED-TRAN
013100         ELSE
013200             PERFORM 2300-APPLY-MATCHED-TRAN
013300         END-IF
013400     END-IF.
013500*
013600 2100-KEEP-OLD-RECORD.
013700     MOVE OLD-CONSENT-RECORD TO NEW-CONSENT-RECORD
013800     WRITE NEW-CONSENT-RECORD
013900     PERFORM 8000-READ-OLD-CONSENT.
014000*
014100 2200-APPLY-UNMATCHED-TRAN.
014200     MOVE SPACES TO CA-OLD-FLAGS
014300     IF CF-ADD AND CF-MAIL-VALID AND CF-EMAIL-VALID
014400               AND CF-SMS-VALID  AND CF-PUSH-VALID
014500         PERFORM 2400-BUILD-NEW-RECORD
014600         WRITE NEW-CONSENT-RECORD
014700         MOVE 'ADDED' TO CA-DISPOSITION
014800         PERFORM 3000-WRITE-AUDIT-APPLIED
014900     ELSE
015000         IF CF-ADD
015100             MOVE 'REJECTED - BAD CONSENT'    TO CA-DISPOSITION
015200         ELSE
015300             MOVE 'REJECTED - CARD NOT FOUND' TO CA-DISPOSITION
015400         END-IF
015500         PERFORM 3100-WRITE-AUDIT-REJECTED
015600     END-IF
015700     PERFORM 8100-READ-CONSENT-FEED.
015800*
015900 2300-APPLY-MATCHED-TRAN.
016000     MOVE CN-MAIL-CONSENT  OF OLD-CONSENT-RECORD TO WS-FLAG (1)
016100     MOVE CN-EMAIL-CONSENT OF OLD-CONSENT-RECORD TO WS-FLAG (2)
016200     MOVE CN-SMS-CONSENT   OF OLD-CONSENT-RECORD TO WS-FLAG (3)
016300     MOVE CN-PUSH-CONSENT  OF OLD-CONSENT-RECORD TO WS-FLAG (4)
016400     MOVE WS-FLAGS TO CA-OLD-FLAGS
016500     EVALUATE TRUE
016600         WHEN CF-DELETE
016700             MOVE 'DELETED' TO CA-DISPOSITION
016800             PERFORM 3000-WRITE-AUDIT-APPLIED
016900         WHEN CF-CHANGE AND CF-MAIL-VALID AND CF-EMAIL-VALID
017000                        AND CF-SMS-VALID  AND CF-PUSH-VALID
017100             PERFORM 2400-BUILD-NEW-RECORD
017200             WRITE NEW-CONSENT-RECORD
017300             MOVE 'CHANGED' TO CA-DISPOSITION
017400             PERFORM 3000-WRITE-AUDIT-APPLIED
017500         WHEN CF-CHANGE
017600             MOVE OLD-CONSENT-RECORD TO NEW-CONSENT-RECORD
017700             WRITE NEW-CONSENT-RECORD
017800             MOVE 'REJECTED - BAD CONSENT'    TO CA-DISPOSITION
017900             PERFORM 3100-WRITE-AUDIT-REJECTED
018000         WHEN CF-ADD
018100             MOVE OLD-CONSENT-RECORD TO NEW-CONSENT-RECORD
018200             WRITE NEW-CONSENT-RECORD
018300             MOVE 'REJECTED - ALREADY ON FILE' TO CA-DISPOSITION
018400             PERFORM 3100-WRITE-AUDIT-REJECTED
018500         WHEN OTHER
018600             MOVE OLD-CONSENT-RECORD TO NEW-CONSENT-RECORD
018700             WRITE NEW-CONSENT-RECORD
018800             MOVE 'REJECTED - BAD ACTION CODE' TO CA-DISPOSITION
018900             PERFORM 3100-WRITE-AUDIT-REJECTED
019000     END-EVALUATE
019100     PERFORM 8000-READ-OLD-CONSENT
019200     PERFORM 8100-READ-CONSENT-FEED.
019300*
019400*    THE FEED'S FOUR CHANNELS BECOME THE NEW MASTER RECORD; A
019500*    CHANNEL SENT WITHOUT AN EFFECTIVE DATE TAKES EFFECT TODAY.
019600*
019700 2400-BUILD-NEW-RECORD.
019800     MOVE CF-CARD-NO  TO CN-CARD-NO  OF NEW-CONSENT-RECORD
019900     MOVE CF-CHANNELS TO CN-CHANNELS OF NEW-CONSENT-RECORD
020000     MOVE WS-RUN-DATE TO CN-LAST-UPDATE-DATE
020100         OF NEW-CONSENT-RECORD
020200     PERFORM 2410-DEFAULT-EFF-DATE
020300         VARYING WS-CHANNEL-SUB FROM 1 BY 1
020400         UNTIL WS-CHANNEL-SUB > 4.
020500*
020600 2410-DEFAULT-EFF-DATE.
020700     IF CN-EFF-DATE OF NEW-CONSENT-RECORD (WS-CHANNEL-SUB) = 0
020800         MOVE WS-RUN-DATE TO
020900             CN-EFF-DATE OF NEW-CONSENT-RECORD (WS-CHANNEL-SUB)
021000     END-IF.
021100*
021200 3000-WRITE-AUDIT-APPLIED.
021300     ADD 1 TO WS-APPLIED-COUNT
021400     PERFORM 3200-WRITE-AUDIT-RECORD.
021500*
021600 3100-WRITE-AUDIT-REJECTED.
021700     ADD 1 TO WS-REJECTED-COUNT
021800     PERFORM 3200-WRITE-AUDIT-RECORD.
021900*
022000 3200-WRITE-AUDIT-RECORD.
022100     MOVE WS-RUN-DATE      TO CA-RUN-DATE
022200     MOVE CF-ACTION-CODE   TO CA-ACTION-CODE
022300     MOVE CF-CARD-NO       TO CA-CARD-NO
022350     MOVE CF-OPER-ID       TO CA-OPER-ID
022370     MOVE WS-RUN-TIME (1:6) TO CA-RUN-TIME
022400     IF CF-DELETE
022500         MOVE SPACES TO CA-NEW-FLAGS
022600     ELSE
022700         MOVE CF-MAIL-CONSENT  TO WS-FLAG (1)
022800         MOVE CF-EMAIL-CONSENT TO WS-FLAG (2)
022900         MOVE CF-SMS-CONSENT   TO WS-FLAG (3)
023000         MOVE CF-PUSH-CONSENT  TO WS-FLAG (4)
023100         MOVE WS-FLAGS TO CA-NEW-FLAGS
023200     END-IF
023300     WRITE CONSENT-AUDIT-RECORD.
023400*
023500 8000-READ-OLD-CONSENT.
023600     READ OLD-CONSENT-FILE
023700         AT END
023800             MOVE 'Y' TO WS-OLD-EOF-SWITCH
023900             MOVE WS-HIGH-VALUE-KEY TO WS-OLD-KEY
024000         NOT AT END
024100             MOVE CN-CARD-NO OF OLD-CONSENT-RECORD TO WS-OLD-KEY
024200     END-READ.
024300*
024400 8100-READ-CONSENT-FEED.
024410     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
024420     PERFORM 8110-READ-AND-SCREEN
024430         UNTIL WS-TRAN-SCREENED.
024440*
024450 8110-READ-AND-SCREEN.
024500     READ CONSENT-FEED-FILE
024600         AT END
024700             MOVE 'Y' TO WS-FEED-EOF-SWITCH
024800             MOVE WS-HIGH-VALUE-KEY TO WS-FEED-KEY
024900         NOT AT END
025000             MOVE CF-CARD-NO TO WS-FEED-KEY
025005     END-READ
025010     IF WS-FEED-EOF
025015         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
025020     ELSE
025025         PERFORM 8200-CHECK-AUTHORITY
025030     END-IF.
025035*
025040*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
025045*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
025050*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
025055*
025060 8200-CHECK-AUTHORITY.
025065     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
025070     IF CF-ADD OR CF-CHANGE OR CF-DELETE
025075         MOVE CF-ACTION-CODE TO WS-AUTH-ACTION
025080         CALL 'OPRCHK' USING CF-OPER-ID WS-AUTH-MASTER-FILE
025085             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
025090             WS-AUTH-STATUS WS-AUTH-DISPOSITION
025095         IF NOT WS-AUTH-GRANTED
025100             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
025105             MOVE WS-AUTH-DISPOSITION TO CA-DISPOSITION
025110             MOVE SPACES TO CA-OLD-FLAGS
025115             ADD 1 TO WS-UNAUTH-COUNT
025120             PERFORM 3100-WRITE-AUDIT-REJECTED
025125         END-IF
025130     END-IF.
025200*
025300 9999-EXIT.
025400     CLOSE OLD-CONSENT-FILE CONSENT-FEED-FILE
025500           NEW-CONSENT-FILE CONSENT-AUDIT-FILE
025600     STOP RUN.
