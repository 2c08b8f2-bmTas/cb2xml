000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPRMNT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  NIGHTLY BATCH - OPERATOR AUTHORITY MAINTENANCE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - APPLY ADD/CHANGE/DELETE    *
001400*                   TRANSACTIONS TO THE OPERATOR AUTHORITY       *
001500*                   MASTER (OPRAUTH.CPY) BY SEQUENTIAL MATCH-    *
001600*                   MERGE ON OPERATOR ID AND MASTER FILE, AS     *
001700*                   CALMNT DOES FOR THE CALENDAR.  THE OPERATOR  *
001800*                   SUBMITTING A TRANSACTION MUST HOLD AUTHORITY *
001900*                   OVER OPRAUTH ITSELF (ASKED OF OPRCHK) AND    *
002000*                   MAY NOT ALTER THEIR OWN AUTHORITY.  EVERY    *
002100*                   TRANSACTION, APPLIED OR REJECTED, IS WRITTEN *
002200*                   TO THE AUDIT TRAIL WITH THE PERMITTED        *
002300*                   ACTIONS AND EXPIRY BEFORE AND AFTER.         *
002320*   10/15/26  MO    THE AUDIT TRAIL NOW RECORDS THE TIME OF THE  *
002340*                   RUN AS WELL AS THE DATE, FOR THE CONSOLIDATED*
002360*                   AUDIT STORE (AUDNORM).                       *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OLD-AUTH-FILE   ASSIGN TO OPROLD
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT AUTH-TRAN-FILE  ASSIGN TO OPRTRAN
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT NEW-AUTH-FILE   ASSIGN TO OPRNEW
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT AUTH-AUDIT-FILE ASSIGN TO OPRAUDT
003900         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  OLD-AUTH-FILE.
004300     COPY "OPRAUTH.cpy" REPLACING ==OPERATOR-AUTHORITY-RECORD==
004400                               BY ==OLD-AUTH-RECORD==.
004500*
004600*    AT-OPER-ID IS THE OPERATOR WHOSE AUTHORITY IS MAINTAINED;
004700*    AT-SUBMIT-OPER IS THE OPERATOR WHO SUBMITTED THE CHANGE.
004800*
004900 FD  AUTH-TRAN-FILE.
005000 01  AUTH-TRAN-RECORD.
005100     05  AT-ACTION-CODE          PIC X(01).
005200         88  AT-ADD              VALUE 'A'.
005300         88  AT-CHANGE           VALUE 'C'.
005400         88  AT-DELETE           VALUE 'D'.
005500     05  AT-OPER-ID              PIC X(08).
005600     05  AT-MASTER-FILE          PIC X(08).
005700     05  AT-OPER-NAME            PIC X(30).
005800     05  AT-PERMITTED-ACTIONS.
005900         10  AT-ADD-FLAG         PIC X(01).
006000             88  AT-ADD-FLAG-VALID    VALUE 'Y' 'N'.
006100         10  AT-CHANGE-FLAG      PIC X(01).
006200             88  AT-CHANGE-FLAG-VALID VALUE 'Y' 'N'.
006300         10  AT-DELETE-FLAG      PIC X(01).
006400             88  AT-DELETE-FLAG-VALID VALUE 'Y' 'N'.
006500     05  AT-VALUE-LIMIT          PIC S9(11)V99.
006600     05  AT-EXPIRY-DATE          PIC 9(08).
006700     05  AT-MANAGER-ID           PIC X(08).
006800     05  AT-SUBMIT-OPER          PIC X(08).
006900*
007000 FD  NEW-AUTH-FILE.
007100     COPY "OPRAUTH.cpy" REPLACING ==OPERATOR-AUTHORITY-RECORD==
007200                               BY ==NEW-AUTH-RECORD==.
007300*
007400 FD  AUTH-AUDIT-FILE.
007500 01  AUTH-AUDIT-RECORD.
007600     05  AA-RUN-DATE             PIC 9(08).
007700     05  AA-ACTION-CODE          PIC X(01).
007800     05  AA-OPER-ID              PIC X(08).
007900     05  AA-MASTER-FILE          PIC X(08).
008000     05  AA-OLD-ACTIONS          PIC X(03).
008100     05  AA-NEW-ACTIONS          PIC X(03).
008200     05  AA-OLD-EXPIRY-DATE      PIC 9(08).
008300     05  AA-NEW-EXPIRY-DATE      PIC 9(08).
008400     05  AA-DISPOSITION          PIC X(25).
008500     05  AA-SUBMIT-OPER          PIC X(08).
008550     05  AA-RUN-TIME             PIC 9(06).
008600*
008700 WORKING-STORAGE SECTION.
008800*
008900 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
009000     88  WS-OLD-EOF              VALUE 'Y'.
009100 01  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
009200     88  WS-TRAN-EOF             VALUE 'Y'.
009300 01  WS-TRAN-VALID-SWITCH        PIC X(01).
009400     88  WS-TRAN-VALID           VALUE 'Y'.
009500*
009600 01  WS-RUN-DATE                 PIC 9(08).
009650 01  WS-RUN-TIME                 PIC 9(08).
009700 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
009800 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
009900 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
010000*
010100*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
010200*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
010300*
010400 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'OPRAUTH'.
010500 01  WS-AUTH-ACTION              PIC X(01).
010600 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
010700 01  WS-AUTH-STATUS              PIC X(01).
010800     88  WS-AUTH-GRANTED         VALUE 'Y'.
010900 01  WS-AUTH-DISPOSITION         PIC X(25).
011000 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
011100     88  WS-TRAN-SCREENED        VALUE 'Y'.
011200*
011300 01  WS-OLD-KEY                  PIC X(16).
011400 01  WS-TRAN-KEY                 PIC X(16).
011500 01  WS-HIGH-VALUE-KEY           PIC X(16) VALUE HIGH-VALUES.
011600*
011700 PROCEDURE DIVISION.
011800*
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE
012100     PERFORM 2000-MATCH-ONE-KEY
012200         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
012300     DISPLAY 'OPRMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
012400     DISPLAY 'OPRMNT - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
012500     DISPLAY 'OPRMNT - UNAUTHORISED:          ' WS-UNAUTH-COUNT
012600     PERFORM 9999-EXIT.
012700*
012800 1000-INITIALIZE.
012900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012950     ACCEPT WS-RUN-TIME FROM TIME
013000     OPEN INPUT  OLD-AUTH-FILE
013100     OPEN INPUT  AUTH-TRAN-FILE
013200     OPEN OUTPUT NEW-AUTH-FILE
013300     OPEN OUTPUT AUTH-AUDIT-FILE
013400     PERFORM 8000-READ-OLD-AUTH
013500     PERFORM 8100-READ-AUTH-TRAN.
013600*
013700 2000-MATCH-ONE-KEY.
013800     IF WS-OLD-KEY < WS-TRAN-KEY
013900         PERFORM 2100-KEEP-OLD-RECORD
014000     ELSE
014100         IF WS-OLD-KEY > WS-TRAN-KEY
014200             PERFORM 2200-APPLY-UNMATCHED-TRAN
014300         ELSE
014400             PERFORM 2300-APPLY-MATCHED-TRAN
014500         END-IF
014600     END-IF.
014700*
014800 2100-KEEP-OLD-RECORD.
014900     MOVE OLD-AUTH-RECORD TO NEW-AUTH-RECORD
015000     WRITE NEW-AUTH-RECORD
015100     PERFORM 8000-READ-OLD-AUTH.
015200*
015300 2200-APPLY-UNMATCHED-TRAN.
015400     MOVE SPACES TO AA-OLD-ACTIONS
015500     MOVE 0      TO AA-OLD-EXPIRY-DATE
015600     IF AT-ADD
015700         PERFORM 2500-VALIDATE-TRAN
015800         IF WS-TRAN-VALID
015900             PERFORM 2400-BUILD-NEW-RECORD
016000             WRITE NEW-AUTH-RECORD
016100             MOVE 'ADDED' TO AA-DISPOSITION
016200             PERFORM 3000-WRITE-AUDIT-APPLIED
016300         ELSE
016400             PERFORM 3100-WRITE-AUDIT-REJECTED
016500         END-IF
016600     ELSE
016700         MOVE 'REJECTED - NOT ON FILE' TO AA-DISPOSITION
016800         PERFORM 3100-WRITE-AUDIT-REJECTED
016900     END-IF
017000     PERFORM 8100-READ-AUTH-TRAN.
017100*
017200 2300-APPLY-MATCHED-TRAN.
017300     MOVE OA-ADD-FLAG OF OLD-AUTH-RECORD
017400         TO AA-OLD-ACTIONS (1:1)
017500     MOVE OA-CHANGE-FLAG OF OLD-AUTH-RECORD
017600         TO AA-OLD-ACTIONS (2:1)
017700     MOVE OA-DELETE-FLAG OF OLD-AUTH-RECORD
017800         TO AA-OLD-ACTIONS (3:1)
017900     MOVE OA-EXPIRY-DATE OF OLD-AUTH-RECORD TO AA-OLD-EXPIRY-DATE
018000     MOVE OLD-AUTH-RECORD TO NEW-AUTH-RECORD
018100     EVALUATE TRUE
018200         WHEN AT-DELETE
018300             MOVE 'DELETED' TO AA-DISPOSITION
018400             PERFORM 3000-WRITE-AUDIT-APPLIED
018500         WHEN AT-CHANGE
018600             PERFORM 2500-VALIDATE-TRAN
018700             IF WS-TRAN-VALID
018800                 PERFORM 2400-BUILD-NEW-RECORD
018900                 MOVE 'CHANGED' TO AA-DISPOSITION
019000                 PERFORM 3000-WRITE-AUDIT-APPLIED
019100             ELSE
019200                 PERFORM 3100-WRITE-AUDIT-REJECTED
019300             END-IF
019400             WRITE NEW-AUTH-RECORD
019500         WHEN AT-ADD
019600             WRITE NEW-AUTH-RECORD
019700             MOVE 'REJECTED - DUPLICATE KEY' TO AA-DISPOSITION
019800             PERFORM 3100-WRITE-AUDIT-REJECTED
019900         WHEN OTHER
020000             WRITE NEW-AUTH-RECORD
020100             MOVE 'REJECTED - BAD ACTION' TO AA-DISPOSITION
020200             PERFORM 3100-WRITE-AUDIT-REJECTED
020300     END-EVALUATE
020400     PERFORM 8000-READ-OLD-AUTH
020500     PERFORM 8100-READ-AUTH-TRAN.
020600*
020700 2400-BUILD-NEW-RECORD.
020800     MOVE AT-OPER-ID       TO OA-OPER-ID OF NEW-AUTH-RECORD
020900     MOVE AT-MASTER-FILE   TO OA-MASTER-FILE OF NEW-AUTH-RECORD
021000     MOVE AT-OPER-NAME     TO OA-OPER-NAME OF NEW-AUTH-RECORD
021100     MOVE AT-ADD-FLAG      TO OA-ADD-FLAG OF NEW-AUTH-RECORD
021200     MOVE AT-CHANGE-FLAG   TO OA-CHANGE-FLAG OF NEW-AUTH-RECORD
021300     MOVE AT-DELETE-FLAG   TO OA-DELETE-FLAG OF NEW-AUTH-RECORD
021400     MOVE AT-VALUE-LIMIT   TO OA-VALUE-LIMIT OF NEW-AUTH-RECORD
021500     MOVE AT-EXPIRY-DATE   TO OA-EXPIRY-DATE OF NEW-AUTH-RECORD
021600     MOVE AT-MANAGER-ID    TO OA-MANAGER-ID OF NEW-AUTH-RECORD
021700     MOVE AT-SUBMIT-OPER   TO OA-GRANTED-BY OF NEW-AUTH-RECORD
021800     MOVE WS-RUN-DATE      TO OA-GRANT-DATE OF NEW-AUTH-RECORD.
021900*
022000*    AN AUTHORITY MUST NAME A MANAGER TO CONFIRM IT AT
022100*    RECERTIFICATION, AND NOT THE OPERATOR THEMSELVES, AND MUST
022200*    NOT ALREADY HAVE LAPSED.
022300*
022400 2500-VALIDATE-TRAN.
022500     MOVE 'N' TO WS-TRAN-VALID-SWITCH
022600     EVALUATE TRUE
022700         WHEN NOT AT-ADD-FLAG-VALID
022800             OR NOT AT-CHANGE-FLAG-VALID
022900             OR NOT AT-DELETE-FLAG-VALID
023000             MOVE 'REJECTED - BAD FLAG' TO AA-DISPOSITION
023100         WHEN AT-VALUE-LIMIT < ZERO
023200             MOVE 'REJECTED - BAD LIMIT' TO AA-DISPOSITION
023300         WHEN AT-EXPIRY-DATE < WS-RUN-DATE
023400             MOVE 'REJECTED - BAD EXPIRY' TO AA-DISPOSITION
023500         WHEN AT-MANAGER-ID = SPACES
023600             OR AT-MANAGER-ID = AT-OPER-ID
023700             MOVE 'REJECTED - BAD MANAGER' TO AA-DISPOSITION
023800         WHEN OTHER
023900             MOVE 'Y' TO WS-TRAN-VALID-SWITCH
024000     END-EVALUATE.
024100*
024200 3000-WRITE-AUDIT-APPLIED.
024300     ADD 1 TO WS-APPLIED-COUNT
024400     PERFORM 3200-WRITE-AUDIT-RECORD.
024500*
024600 3100-WRITE-AUDIT-REJECTED.
024700     ADD 1 TO WS-REJECTED-COUNT
024800     PERFORM 3200-WRITE-AUDIT-RECORD.
024900*
025000 3200-WRITE-AUDIT-RECORD.
025100     MOVE WS-RUN-DATE    TO AA-RUN-DATE
025150     MOVE WS-RUN-TIME (1:6) TO AA-RUN-TIME
025200     MOVE AT-ACTION-CODE TO AA-ACTION-CODE
025300     MOVE AT-OPER-ID     TO AA-OPER-ID
025400     MOVE AT-MASTER-FILE TO AA-MASTER-FILE
025500     IF AT-DELETE
025600         MOVE SPACES TO AA-NEW-ACTIONS
025700         MOVE 0      TO AA-NEW-EXPIRY-DATE
025800     ELSE
025900         MOVE AT-PERMITTED-ACTIONS TO AA-NEW-ACTIONS
026000         MOVE AT-EXPIRY-DATE       TO AA-NEW-EXPIRY-DATE
026100     END-IF
026200     MOVE AT-SUBMIT-OPER TO AA-SUBMIT-OPER
026300     WRITE AUTH-AUDIT-RECORD.
026400*
026500 8000-READ-OLD-AUTH.
026600     READ OLD-AUTH-FILE
026700         AT END
026800             MOVE 'Y' TO WS-OLD-EOF-SWITCH
026900             MOVE WS-HIGH-VALUE-KEY TO WS-OLD-KEY
027000         NOT AT END
027100             MOVE OA-KEY OF OLD-AUTH-RECORD TO WS-OLD-KEY
027200     END-READ.
027300*
027400 8100-READ-AUTH-TRAN.
027500     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
027600     PERFORM 8110-READ-AND-SCREEN
027700         UNTIL WS-TRAN-SCREENED.
027800*
027900 8110-READ-AND-SCREEN.
028000     READ AUTH-TRAN-FILE
028100         AT END
028200             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
028300             MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
028400         NOT AT END
028500             MOVE AT-OPER-ID     TO WS-TRAN-KEY (1:8)
028600             MOVE AT-MASTER-FILE TO WS-TRAN-KEY (9:8)
028700     END-READ
028800     IF WS-TRAN-EOF
028900         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
029000     ELSE
029100         PERFORM 8200-CHECK-AUTHORITY
029200     END-IF.
029300*
029400*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
029500*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  NO OPERATOR
029600*    MAY GRANT, WIDEN OR REMOVE THEIR OWN AUTHORITY.  ONE WITH A
029700*    BAD ACTION CODE IS LEFT FOR THE MATCH TO REJECT.
029800*
029900 8200-CHECK-AUTHORITY.
030000     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
030100     IF AT-ADD OR AT-CHANGE OR AT-DELETE
030200         MOVE AT-ACTION-CODE TO WS-AUTH-ACTION
030300         CALL 'OPRCHK' USING AT-SUBMIT-OPER
030400             WS-AUTH-MASTER-FILE WS-AUTH-ACTION WS-AUTH-VALUE
030500             WS-RUN-DATE WS-AUTH-STATUS WS-AUTH-DISPOSITION
030600         IF WS-AUTH-GRANTED
030700             AND AT-SUBMIT-OPER = AT-OPER-ID
030800             MOVE 'N' TO WS-AUTH-STATUS
030900             MOVE 'UNAUTHORISED - OWN GRANT'
031000                 TO WS-AUTH-DISPOSITION
031100         END-IF
031200         IF NOT WS-AUTH-GRANTED
031300             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
031400             MOVE WS-AUTH-DISPOSITION TO AA-DISPOSITION
031500             MOVE SPACES TO AA-OLD-ACTIONS
031600             MOVE 0      TO AA-OLD-EXPIRY-DATE
031700             ADD 1 TO WS-UNAUTH-COUNT
031800             PERFORM 3100-WRITE-AUDIT-REJECTED
031900         END-IF
032000     END-IF.
032100*
032200 9999-EXIT.
032300     CLOSE OLD-AUTH-FILE AUTH-TRAN-FILE
032400           NEW-AUTH-FILE AUTH-AUDIT-FILE
032500     STOP RUN.
