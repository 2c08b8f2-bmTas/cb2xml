000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OFRMNT.
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
001300*   10/15/26  MO    INITIAL VERSION - APPLY CATALOGUE ADD/       *
001400*                   CHANGE/DELETE TRANSACTIONS TO THE OFFER,     *
001500*                   PRODUCT AND PRICE-PLAN CATALOGUE (OFRMAST.   *
001600*                   CPY) BY SEQUENTIAL MATCH-MERGE ON THE THREE  *
001700*                   IDS, THE SAME SHAPE AS DLVMNT AND HOLDMNT.   *
001800*                   EVERY TRANSACTION, APPLIED OR REJECTED, GOES *
001900*                   TO THE AUDIT TRAIL WITH ITS DISPOSITION AND  *
002000*                   THE RATE BEFORE AND AFTER.                   *
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
002900     SELECT OLD-CAT-FILE   ASSIGN TO OFROLD
003000         ORGANIZATION IS SEQUENTIAL.
003100     SELECT CAT-TRAN-FILE  ASSIGN TO OFRTRAN
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT NEW-CAT-FILE   ASSIGN TO OFRNEW
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT CAT-AUDIT-FILE ASSIGN TO OFRAUDT
003600         ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  OLD-CAT-FILE.
004000     COPY "OFRMAST.cpy" REPLACING ==OFFER-CATALOGUE-RECORD== BY
004100                                  ==OLD-CAT-RECORD==.
004200*
004300 FD  CAT-TRAN-FILE.
004400 01  CAT-TRAN-RECORD.
004500     05  OT-ACTION-CODE          PIC X(01).
004600         88  OT-ADD              VALUE 'A'.
004700         88  OT-CHANGE           VALUE 'C'.
004800         88  OT-DELETE           VALUE 'D'.
004900     05  OT-KEY.
005000         10  OT-OFFER-ID         PIC 9(10).
005100         10  OT-PRODUCT-ID       PIC 9(10).
005200         10  OT-PRICE-PLAN-ID    PIC 9(10).
005300     05  OT-DESCRIPTION          PIC X(30).
005400     05  OT-MONTHLY-RATE         PIC 9(11)V99.
005500     05  OT-EFF-FROM-DATE        PIC 9(08).
005600     05  OT-EFF-TO-DATE          PIC 9(08).
005650     05  OT-OPER-ID              PIC X(08).
005700*
005800 FD  NEW-CAT-FILE.
005900     COPY "OFRMAST.cpy" REPLACING ==OFFER-CATALOGUE-RECORD== BY
006000                                  ==NEW-CAT-RECORD==.
006100*
006200 FD  CAT-AUDIT-FILE.
006300 01  CAT-AUDIT-RECORD.
006400     05  OA-RUN-DATE             PIC 9(08).
006500     05  OA-ACTION-CODE          PIC X(01).
006600     05  OA-KEY                  PIC X(30).
006700     05  OA-OLD-RATE             PIC 9(11)V99.
006800     05  OA-NEW-RATE             PIC 9(11)V99.
006900     05  OA-DISPOSITION          PIC X(25).
006950     05  OA-OPER-ID              PIC X(08).
006970     05  OA-RUN-TIME             PIC 9(06).
007000*
007100 WORKING-STORAGE SECTION.
007200*
007300 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
007400     88  WS-OLD-EOF              VALUE 'Y'.
007500 01  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
007600     88  WS-TRAN-EOF             VALUE 'Y'.
007700 01  WS-TRAN-VALID-SWITCH        PIC X(01).
007800     88  WS-TRAN-VALID           VALUE 'Y'.
007900*
008000 01  WS-RUN-DATE                 PIC 9(08).
008050 01  WS-RUN-TIME                 PIC 9(08).
008100 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
008200 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
008205 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
008210*
008215*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
008220*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
008225*
008230 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'OFRMAST'.
008235 01  WS-AUTH-ACTION              PIC X(01).
008240 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
008245 01  WS-AUTH-STATUS              PIC X(01).
008250     88  WS-AUTH-GRANTED         VALUE 'Y'.
008255 01  WS-AUTH-DISPOSITION         PIC X(25).
008260 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
008265     88  WS-TRAN-SCREENED        VALUE 'Y'.
008300*
008400 01  WS-OLD-KEY                  PIC X(30).
008500 01  WS-TRAN-KEY                 PIC X(30).
008600*
008700 PROCEDURE DIVISION.
008800*
008900 0000-MAINLINE.
009000     PERFORM 1000-INITIALIZE
009100     PERFORM 2000-MATCH-ONE-KEY
009200         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
009300     DISPLAY 'OFRMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
009400     DISPLAY 'OFRMNT - TRANSACTIONS REJECTED: '
009500         WS-REJECTED-COUNT
009520     DISPLAY 'OFRMNT - UNAUTHORISED:          '
009540         WS-UNAUTH-COUNT
009600     PERFORM 9999-EXIT.
009700*
009800 1000-INITIALIZE.
009900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009950     ACCEPT WS-RUN-TIME FROM TIME
010000     OPEN INPUT  OLD-CAT-FILE
010100     OPEN INPUT  CAT-TRAN-FILE
010200     OPEN OUTPUT NEW-CAT-FILE
010300     OPEN OUTPUT CAT-AUDIT-FILE
010400     PERFORM 8000-READ-OLD-CAT
010500     PERFORM 8100-READ-CAT-TRAN.
010600*
010700 2000-MATCH-ONE-KEY.
010800     IF WS-OLD-KEY < WS-TRAN-KEY
010900         PERFORM 2100-KEEP-OLD-RECORD
011000     ELSE
011100         IF WS-OLD-KEY > WS-TRAN-KEY
011200             PERFORM 2200-APPLY-UNMATCHED-TRAN
011300         ELSE
011400             PERFORM 2300-APPLY-MATCHED-TRAN
011500         END-IF
011600     END-IF.
011700*
011800 2100-KEEP-OLD-RECORD.
011900     MOVE OLD-CAT-RECORD TO NEW-CAT-RECORD
012000     WRITE NEW-CAT-RECORD
012100     PERFORM 8000-READ-OLD-CAT.
012200*
012300 2200-APPLY-UNMATCHED-TRAN.
012400     MOVE ZERO TO OA-OLD-RATE
012500     PERFORM 2500-VALIDATE-TRAN
012600     IF OT-ADD AND WS-TRAN-VALID
012700         PERFORM 2400-BUILD-NEW-RECORD
012800         WRITE NEW-CAT-RECORD
012900         MOVE 'ADDED' TO OA-DISPOSITION
013000         PERFORM 3000-WRITE-AUDIT-APPLIED
013100     ELSE
013200         IF OT-ADD
013300             PERFORM 3100-WRITE-AUDIT-REJECTED
013400         ELSE
013500             MOVE 'REJECTED - NOT ON FILE' TO OA-DISPOSITION
013600             PERFORM 3100-WRITE-AUDIT-REJECTED
013700         END-IF
013800     END-IF
013900     PERFORM 8100-READ-CAT-TRAN.
014000*
014100 2300-APPLY-MATCHED-TRAN.
014200     MOVE OC-MONTHLY-RATE OF OLD-CAT-RECORD TO OA-OLD-RATE
014300     PERFORM 2500-VALIDATE-TRAN
014400     EVALUATE TRUE
014500         WHEN OT-DELETE
014600             MOVE 'DELETED' TO OA-DISPOSITION
014700             PERFORM 3000-WRITE-AUDIT-APPLIED
014800         WHEN OT-CHANGE AND WS-TRAN-VALID
014900             PERFORM 2400-BUILD-NEW-RECORD
015000             WRITE NEW-CAT-RECORD
015100             MOVE 'CHANGED' TO OA-DISPOSITION
015200             PERFORM 3000-WRITE-AUDIT-APPLIED
015300         WHEN OT-CHANGE
015400             MOVE OLD-CAT-RECORD TO NEW-CAT-RECORD
015500             WRITE NEW-CAT-RECORD
015600             PERFORM 3100-WRITE-AUDIT-REJECTED
015700         WHEN OT-ADD
015800             MOVE OLD-CAT-RECORD TO NEW-CAT-RECORD
015900             WRITE NEW-CAT-RECORD
016000             MOVE 'REJECTED - ALREADY ON FILE' TO OA-DISPOSITION
016100             PERFORM 3100-WRITE-AUDIT-REJECTED
016200         WHEN OTHER
016300             MOVE OLD-CAT-RECORD TO NEW-CAT-RECORD
016400             WRITE NEW-CAT-RECORD
016500             MOVE 'REJECTED - BAD ACTION CODE' TO OA-DISPOSITION
016600             PERFORM 3100-WRITE-AUDIT-REJECTED
016700     END-EVALUATE
016800     PERFORM 8000-READ-OLD-CAT
016900     PERFORM 8100-READ-CAT-TRAN.
017000*
017100 2400-BUILD-NEW-RECORD.
017200     MOVE OT-OFFER-ID      TO OC-OFFER-ID OF NEW-CAT-RECORD
017300     MOVE OT-PRODUCT-ID    TO OC-PRODUCT-ID OF NEW-CAT-RECORD
017400     MOVE OT-PRICE-PLAN-ID TO OC-PRICE-PLAN-ID OF NEW-CAT-RECORD
017500     MOVE OT-DESCRIPTION   TO OC-DESCRIPTION OF NEW-CAT-RECORD
017600     MOVE OT-MONTHLY-RATE  TO OC-MONTHLY-RATE OF NEW-CAT-RECORD
017700     MOVE OT-EFF-FROM-DATE TO OC-EFF-FROM-DATE
017800         OF NEW-CAT-RECORD
017900     MOVE OT-EFF-TO-DATE   TO OC-EFF-TO-DATE
018000         OF NEW-CAT-RECORD
018100     MOVE WS-RUN-DATE      TO OC-LAST-UPDATE-DATE
018200         OF NEW-CAT-RECORD.
018300*
018400*    AN ADD OR CHANGE MUST CARRY A NUMERIC RATE AND A WINDOW
018500*    THAT CLOSES NO EARLIER THAN IT OPENS.
018600*
018700 2500-VALIDATE-TRAN.
018800     MOVE 'Y' TO WS-TRAN-VALID-SWITCH
018900     IF OT-MONTHLY-RATE NOT NUMERIC
019000         MOVE 'N' TO WS-TRAN-VALID-SWITCH
019100         MOVE 'REJECTED - BAD RATE' TO OA-DISPOSITION
019200     ELSE
019300         IF OT-EFF-FROM-DATE NOT NUMERIC
019400             OR OT-EFF-TO-DATE NOT NUMERIC
019500             OR OT-EFF-TO-DATE < OT-EFF-FROM-DATE
019600             MOVE 'N' TO WS-TRAN-VALID-SWITCH
019700             MOVE 'REJECTED - BAD DATES' TO OA-DISPOSITION
019800         END-IF
019900     END-IF.
020000*
020100 3000-WRITE-AUDIT-APPLIED.
020200     ADD 1 TO WS-APPLIED-COUNT
020300     PERFORM 3200-WRITE-AUDIT-RECORD.
020400*
020500 3100-WRITE-AUDIT-REJECTED.
020600     ADD 1 TO WS-REJECTED-COUNT
020700     PERFORM 3200-WRITE-AUDIT-RECORD.
020800*
020900 3200-WRITE-AUDIT-RECORD.
021000     MOVE WS-RUN-DATE    TO OA-RUN-DATE
021100     MOVE OT-ACTION-CODE TO OA-ACTION-CODE
021200     MOVE OT-KEY         TO OA-KEY
021250     MOVE OT-OPER-ID     TO OA-OPER-ID
021270     MOVE WS-RUN-TIME (1:6) TO OA-RUN-TIME
021300     IF OT-DELETE OR OA-DISPOSITION (1:8) = 'REJECTED'
021350         OR OA-DISPOSITION (1:12) = 'UNAUTHORISED'
021400         MOVE OA-OLD-RATE     TO OA-NEW-RATE
021500     ELSE
021600         MOVE OT-MONTHLY-RATE TO OA-NEW-RATE
021700     END-IF
021800     WRITE CAT-AUDIT-RECORD.
021900*
022000 8000-READ-OLD-CAT.
022100     READ OLD-CAT-FILE
022200         AT END
022300             MOVE 'Y' TO WS-OLD-EOF-SWITCH
022400             MOVE HIGH-VALUES TO WS-OLD-KEY
022500         NOT AT END
022600             MOVE OC-KEY OF OLD-CAT-RECORD TO WS-OLD-KEY
022700     END-READ.
022800*
022900 8100-READ-CAT-TRAN.
022910     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
022920     PERFORM 8110-READ-AND-SCREEN
022930         UNTIL WS-TRAN-SCREENED.
022940*
022950 8110-READ-AND-SCREEN.
023000     READ CAT-TRAN-FILE
023100         AT END
023200             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
023300             MOVE HIGH-VALUES TO WS-TRAN-KEY
023400         NOT AT END
023500             MOVE OT-KEY TO WS-TRAN-KEY
023505     END-READ
023510     IF WS-TRAN-EOF
023515         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
023520     ELSE
023525         PERFORM 8200-CHECK-AUTHORITY
023530     END-IF.
023535*
023540*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
023545*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
023550*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
023555*
023560 8200-CHECK-AUTHORITY.
023565     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
023570     IF OT-ADD OR OT-CHANGE OR OT-DELETE
023575         MOVE OT-ACTION-CODE TO WS-AUTH-ACTION
023580         IF OT-MONTHLY-RATE NUMERIC
023585             MOVE OT-MONTHLY-RATE TO WS-AUTH-VALUE
023590         ELSE
023595             MOVE 0 TO WS-AUTH-VALUE
023600         END-IF
023605         CALL 'OPRCHK' USING OT-OPER-ID WS-AUTH-MASTER-FILE
023610             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
023615             WS-AUTH-STATUS WS-AUTH-DISPOSITION
023620         IF NOT WS-AUTH-GRANTED
023625             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
023630             MOVE WS-AUTH-DISPOSITION TO OA-DISPOSITION
023635             MOVE ZERO TO OA-OLD-RATE
023640             ADD 1 TO WS-UNAUTH-COUNT
023645             PERFORM 3100-WRITE-AUDIT-REJECTED
023650         END-IF
023655     END-IF.
023700*
023800 9999-EXIT.
023900     CLOSE OLD-CAT-FILE CAT-TRAN-FILE
024000           NEW-CAT-FILE CAT-AUDIT-FILE
024100     STOP RUN.
