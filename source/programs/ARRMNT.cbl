000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ARRMNT.
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
001300*   10/15/26  MO    INITIAL VERSION - APPLY PAYMENT ARRANGEMENT  *
001400*                   ADD/CHANGE/DELETE TRANSACTIONS TO THE        *
001500*                   ARRANGEMENT MASTER (ARRMAST.CPY) BY          *
001600*                   SEQUENTIAL MATCH-MERGE ON PARTNER AND        *
001700*                   MEMBER, THE SAME SHAPE AS HOLDMNT.  AN ADD   *
001800*                   OPENS A KEPT PLAN; A CHANGE RESETS THE TERMS *
001900*                   AND PUTS THE PLAN BACK TO KEPT, SO A BROKEN  *
002000*                   PROMISE CAN BE RENEGOTIATED WITHOUT LOSING   *
002100*                   WHAT HAS ALREADY BEEN PAID.  EVERY           *
002200*                   TRANSACTION IS AUDITED WITH ITS DISPOSITION. *
002210*   10/15/26  MO    EACH TRANSACTION NOW CARRIES THE OPERATOR    *
002220*                   WHO SUBMITTED IT, CHECKED THROUGH OPRCHK     *
002230*                   AGAINST THE OPERATOR AUTHORITY MASTER BEFORE *
002240*                   IT IS APPLIED.  ONE THE OPERATOR MAY NOT     *
002250*                   APPLY IS REJECTED TO THE AUDIT TRAIL AS      *
002260*                   UNAUTHORISED.  THE AUDIT TRAIL NOW RECORDS   *
002270*                   THE OPERATOR.                                *
002275*   10/15/26  MO    THE AUDIT RECORD NOW ENDS WITH THE RUN TIME, *
002280*                   SO AUDNORM CAN TAKE THE TRAIL INTO THE AUDIT *
002285*                   STORE.                                       *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OLD-ARR-FILE   ASSIGN TO ARROLD
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT ARR-TRAN-FILE  ASSIGN TO ARRTRAN
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT NEW-ARR-FILE   ASSIGN TO ARRNEW
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT ARR-AUDIT-FILE ASSIGN TO ARRAUDT
003800         ORGANIZATION IS SEQUENTIAL.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  OLD-ARR-FILE.
004200     COPY "ARRMAST.cpy" REPLACING ==ARRANGEMENT-MASTER-RECORD==
004300                               BY ==OLD-ARR-RECORD==.
004400*
004500 FD  ARR-TRAN-FILE.
004600 01  ARR-TRAN-RECORD.
004700     05  AT-ACTION-CODE          PIC X(01).
004800         88  AT-ADD              VALUE 'A'.
004900         88  AT-CHANGE           VALUE 'C'.
005000         88  AT-DELETE           VALUE 'D'.
005100     05  AT-PARTNER-ID           PIC 9(08).
005200     05  AT-MEMBER-ID            PIC 9(13).
005300     05  AT-AGREED-TOTAL         PIC 9(11)V99.
005400     05  AT-INSTALMENT-AMT       PIC 9(09)V99.
005500     05  AT-FREQUENCY            PIC X(01).
005600         88  AT-FREQUENCY-VALID  VALUE 'W' 'F' 'M'.
005700     05  AT-NEXT-DUE-DATE        PIC 9(08).
005750     05  AT-OPER-ID              PIC X(08).
005800*
005900 FD  NEW-ARR-FILE.
006000     COPY "ARRMAST.cpy" REPLACING ==ARRANGEMENT-MASTER-RECORD==
006100                               BY ==NEW-ARR-RECORD==.
006200*
006300 FD  ARR-AUDIT-FILE.
006400 01  ARR-AUDIT-RECORD.
006500     05  AA-RUN-DATE             PIC 9(08).
006600     05  AA-ACTION-CODE          PIC X(01).
006700     05  AA-PARTNER-ID           PIC 9(08).
006800     05  AA-MEMBER-ID            PIC 9(13).
006900     05  AA-AGREED-TOTAL         PIC 9(11)V99.
007000     05  AA-INSTALMENT-AMT       PIC 9(09)V99.
007100     05  AA-FREQUENCY            PIC X(01).
007200     05  AA-NEXT-DUE-DATE        PIC 9(08).
007300     05  AA-OLD-STATUS           PIC X(01).
007400     05  AA-DISPOSITION          PIC X(30).
007450     05  AA-OPER-ID              PIC X(08).
007470     05  AA-RUN-TIME             PIC 9(06).
007500*
007600 WORKING-STORAGE SECTION.
007700*
007800 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
007900     88  WS-OLD-EOF              VALUE 'Y'.
008000 01  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
008100     88  WS-TRAN-EOF             VALUE 'Y'.
008200 01  WS-TERMS-SWITCH             PIC X(01).
008300     88  WS-TERMS-VALID          VALUE 'Y'.
008400*
008500 01  WS-RUN-DATE                 PIC 9(08).
008550 01  WS-RUN-TIME                 PIC 9(08).
008600 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
008700 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
008705 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
008710*
008715*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
008720*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
008725*
008730 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'ARRMAST'.
008735 01  WS-AUTH-ACTION              PIC X(01).
008740 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
008745 01  WS-AUTH-STATUS              PIC X(01).
008750     88  WS-AUTH-GRANTED         VALUE 'Y'.
008755 01  WS-AUTH-DISPOSITION         PIC X(25).
008760 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
008765     88  WS-TRAN-SCREENED        VALUE 'Y'.
008800*
008900 01  WS-OLD-KEY.
009000     05  WS-OLD-PARTNER-ID       PIC 9(08).
009100     05  WS-OLD-MEMBER-ID        PIC 9(13).
009200 01  WS-TRAN-KEY.
009300     05  WS-TRAN-PARTNER-ID      PIC 9(08).
009400     05  WS-TRAN-MEMBER-ID       PIC 9(13).
009500 01  WS-HIGH-VALUE-KEY           PIC X(21) VALUE ALL '9'.
009600*
009700 PROCEDURE DIVISION.
009800*
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE
010100     PERFORM 2000-MATCH-ONE-KEY
010200         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
010300     DISPLAY 'ARRMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
010400     DISPLAY 'ARRMNT - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
010450     DISPLAY 'ARRMNT - UNAUTHORISED:          ' WS-UNAUTH-COUNT
010500     PERFORM 9999-EXIT.
010600*
010700 1000-INITIALIZE.
010800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010850     ACCEPT WS-RUN-TIME FROM TIME
010900     OPEN INPUT  OLD-ARR-FILE
011000     OPEN INPUT  ARR-TRAN-FILE
011100     OPEN OUTPUT NEW-ARR-FILE
011200     OPEN OUTPUT ARR-AUDIT-FILE
011300     PERFORM 8000-READ-OLD-ARR
011400     PERFORM 8100-READ-ARR-TRAN.
011500*
011600 2000-MATCH-ONE-KEY.
011700     IF WS-OLD-KEY < WS-TRAN-KEY
011800         PERFORM 2100-KEEP-OLD-RECORD
011900     ELSE
012000         IF WS-OLD-KEY > WS-TRAN-KEY
012100             PERFORM 2200-APPLY-UNMATCHED-TRAN
012200         ELSE
012300             PERFORM 2300-APPLY-MATCHED-TRAN
012400         END-IF
012500     END-IF.
012600*
012700 2100-KEEP-OLD-RECORD.
012800     MOVE OLD-ARR-RECORD TO NEW-ARR-RECORD
012900     WRITE NEW-ARR-RECORD
013000     PERFORM 8000-READ-OLD-ARR.
013100*
013200 2200-APPLY-UNMATCHED-TRAN.
013300     MOVE SPACE TO AA-OLD-STATUS
013400     PERFORM 2500-CHECK-TERMS
013500     IF AT-ADD AND WS-TERMS-VALID
013600         MOVE ZERO TO AR-PAID-TO-DATE OF NEW-ARR-RECORD
013700         MOVE ZERO TO AR-CREDIT-HELD OF NEW-ARR-RECORD
013800         MOVE WS-RUN-DATE TO AR-START-DATE OF NEW-ARR-RECORD
013900         PERFORM 2400-BUILD-NEW-FROM-TRAN
014000         WRITE NEW-ARR-RECORD
014100         MOVE 'ADDED' TO AA-DISPOSITION
014200         PERFORM 3000-WRITE-AUDIT-APPLIED
014300     ELSE
014400         IF AT-ADD
014500             MOVE 'REJECTED - BAD TERMS' TO AA-DISPOSITION
014600         ELSE
014700             MOVE 'REJECTED - NOT ON FILE' TO AA-DISPOSITION
014800         END-IF
014900         PERFORM 3100-WRITE-AUDIT-REJECTED
015000     END-IF
015100     PERFORM 8100-READ-ARR-TRAN.
015200*
015300 2300-APPLY-MATCHED-TRAN.
015400     MOVE AR-STATUS OF OLD-ARR-RECORD TO AA-OLD-STATUS
015500     PERFORM 2500-CHECK-TERMS
015600     EVALUATE TRUE
015700         WHEN AT-DELETE
015800             MOVE 'CANCELLED' TO AA-DISPOSITION
015900             PERFORM 3000-WRITE-AUDIT-APPLIED
016000         WHEN AT-CHANGE AND WS-TERMS-VALID
016100             MOVE OLD-ARR-RECORD TO NEW-ARR-RECORD
016200             PERFORM 2400-BUILD-NEW-FROM-TRAN
016300             WRITE NEW-ARR-RECORD
016400             MOVE 'CHANGED' TO AA-DISPOSITION
016500             PERFORM 3000-WRITE-AUDIT-APPLIED
016600         WHEN AT-CHANGE
016700             MOVE OLD-ARR-RECORD TO NEW-ARR-RECORD
016800             WRITE NEW-ARR-RECORD
016900             MOVE 'REJECTED - BAD TERMS' TO AA-DISPOSITION
017000             PERFORM 3100-WRITE-AUDIT-REJECTED
017100         WHEN AT-ADD
017200             MOVE OLD-ARR-RECORD TO NEW-ARR-RECORD
017300             WRITE NEW-ARR-RECORD
017400             MOVE 'REJECTED - ALREADY ON FILE' TO AA-DISPOSITION
017500             PERFORM 3100-WRITE-AUDIT-REJECTED
017600         WHEN OTHER
017700             MOVE OLD-ARR-RECORD TO NEW-ARR-RECORD
017800             WRITE NEW-ARR-RECORD
017900             MOVE 'REJECTED - BAD ACTION' TO AA-DISPOSITION
018000             PERFORM 3100-WRITE-AUDIT-REJECTED
018100     END-EVALUATE
018200     PERFORM 8000-READ-OLD-ARR
018300     PERFORM 8100-READ-ARR-TRAN.
018400*
018500*    PAID-TO-DATE, CREDIT HELD AND START DATE ARE SET BY THE
018600*    CALLER - ZERO FOR A NEW PLAN, CARRIED FOR A CHANGED ONE.
018700*
018800 2400-BUILD-NEW-FROM-TRAN.
018900     MOVE AT-PARTNER-ID     TO AR-PARTNER-ID OF NEW-ARR-RECORD
019000     MOVE AT-MEMBER-ID      TO AR-MEMBER-ID OF NEW-ARR-RECORD
019100     MOVE AT-AGREED-TOTAL   TO AR-AGREED-TOTAL
019200         OF NEW-ARR-RECORD
019300     MOVE AT-INSTALMENT-AMT TO AR-INSTALMENT-AMT
019400         OF NEW-ARR-RECORD
019500     MOVE AT-FREQUENCY      TO AR-FREQUENCY OF NEW-ARR-RECORD
019600     MOVE AT-NEXT-DUE-DATE  TO AR-NEXT-DUE-DATE
019700         OF NEW-ARR-RECORD
019800     MOVE 'K'               TO AR-STATUS OF NEW-ARR-RECORD
019900     MOVE WS-RUN-DATE       TO AR-STATUS-DATE OF NEW-ARR-RECORD.
020000*
020100*    AN INSTALMENT MUST FIT INSIDE THE AGREED TOTAL AND THE
020200*    FIRST (OR NEXT) DUE DATE CANNOT ALREADY HAVE PASSED.
020300*
020400 2500-CHECK-TERMS.
020500     MOVE 'N' TO WS-TERMS-SWITCH
020600     IF AT-AGREED-TOTAL > ZERO
020700         AND AT-INSTALMENT-AMT > ZERO
020800         AND AT-INSTALMENT-AMT NOT > AT-AGREED-TOTAL
020900         AND AT-FREQUENCY-VALID
021000         AND AT-NEXT-DUE-DATE NOT < WS-RUN-DATE
021100         MOVE 'Y' TO WS-TERMS-SWITCH
021200     END-IF.
021300*
021400 3000-WRITE-AUDIT-APPLIED.
021500     ADD 1 TO WS-APPLIED-COUNT
021600     PERFORM 3200-WRITE-AUDIT-RECORD.
021700*
021800 3100-WRITE-AUDIT-REJECTED.
021900     ADD 1 TO WS-REJECTED-COUNT
022000     PERFORM 3200-WRITE-AUDIT-RECORD.
022100*
022200 3200-WRITE-AUDIT-RECORD.
022300     MOVE WS-RUN-DATE       TO AA-RUN-DATE
022400     MOVE AT-ACTION-CODE    TO AA-ACTION-CODE
022500     MOVE AT-PARTNER-ID     TO AA-PARTNER-ID
022600     MOVE AT-MEMBER-ID      TO AA-MEMBER-ID
022700     MOVE AT-AGREED-TOTAL   TO AA-AGREED-TOTAL
022800     MOVE AT-INSTALMENT-AMT TO AA-INSTALMENT-AMT
022900     MOVE AT-FREQUENCY      TO AA-FREQUENCY
023000     MOVE AT-NEXT-DUE-DATE  TO AA-NEXT-DUE-DATE
023050     MOVE AT-OPER-ID        TO AA-OPER-ID
023070     MOVE WS-RUN-TIME (1:6) TO AA-RUN-TIME
023100     WRITE ARR-AUDIT-RECORD.
023200*
023300 8000-READ-OLD-ARR.
023400     IF WS-OLD-EOF
023500         MOVE WS-HIGH-VALUE-KEY TO WS-OLD-KEY
023600     ELSE
023700         READ OLD-ARR-FILE
023800             AT END
023900                 MOVE 'Y' TO WS-OLD-EOF-SWITCH
024000                 MOVE WS-HIGH-VALUE-KEY TO WS-OLD-KEY
024100             NOT AT END
024200                 MOVE AR-PARTNER-ID OF OLD-ARR-RECORD
024300                     TO WS-OLD-PARTNER-ID
024400                 MOVE AR-MEMBER-ID OF OLD-ARR-RECORD
024500                     TO WS-OLD-MEMBER-ID
024600         END-READ
024700     END-IF.
024800*
024900 8100-READ-ARR-TRAN.
024910     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
024920     PERFORM 8110-READ-AND-SCREEN
024930         UNTIL WS-TRAN-SCREENED.
024940*
024950 8110-READ-AND-SCREEN.
025000     IF WS-TRAN-EOF
025100         MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
025200     ELSE
025300         READ ARR-TRAN-FILE
025400             AT END
025500                 MOVE 'Y' TO WS-TRAN-EOF-SWITCH
025600                 MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
025700             NOT AT END
025800                 MOVE AT-PARTNER-ID TO WS-TRAN-PARTNER-ID
025900                 MOVE AT-MEMBER-ID  TO WS-TRAN-MEMBER-ID
026000         END-READ
026002     END-IF
026004     IF WS-TRAN-EOF
026006         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
026008     ELSE
026010         PERFORM 8200-CHECK-AUTHORITY
026012     END-IF.
026014*
026016*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
026018*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
026020*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
026022*
026024 8200-CHECK-AUTHORITY.
026026     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
026028     IF AT-ADD OR AT-CHANGE OR AT-DELETE
026030         MOVE AT-ACTION-CODE TO WS-AUTH-ACTION
026032         MOVE AT-AGREED-TOTAL TO WS-AUTH-VALUE
026034         CALL 'OPRCHK' USING AT-OPER-ID WS-AUTH-MASTER-FILE
026036             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
026038             WS-AUTH-STATUS WS-AUTH-DISPOSITION
026040         IF NOT WS-AUTH-GRANTED
026042             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
026044             MOVE WS-AUTH-DISPOSITION TO AA-DISPOSITION
026046             MOVE SPACE TO AA-OLD-STATUS
026048             ADD 1 TO WS-UNAUTH-COUNT
026050             PERFORM 3100-WRITE-AUDIT-REJECTED
026052         END-IF
026100     END-IF.
026200*
026300 9999-EXIT.
026400     CLOSE OLD-ARR-FILE ARR-TRAN-FILE
026500           NEW-ARR-FILE ARR-AUDIT-FILE
026600     STOP RUN.
