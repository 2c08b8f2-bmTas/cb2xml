001800*                   THE TIER MASTER.  EVERY TRANSACTION,         *
001900*                   APPLIED OR REJECTED, GOES TO THE AUDIT       *
002000*                   TRAIL WITH ITS DISPOSITION.                  *
002010*   10/15/26  MO    EACH TRANSACTION NOW CARRIES THE OPERATOR    *
002020*                   WHO SUBMITTED IT, CHECKED THROUGH OPRCHK     *
002030*                   AGAINST THE OPERATOR AUTHORITY MASTER BEFORE *
002040*                   IT IS APPLIED.  ONE THE OPERATOR MAY NOT     *
002050*                   APPLY IS REJECTED TO THE AUDIT TRAIL AS      *
002060*                   UNAUTHORISED.  THE AUDIT TRAIL NOW RECORDS   *
002070*                   THE OPERATOR.                                *
002075*   10/15/26  MO    THE AUDIT TRAIL NOW RECORDS THE TIME OF THE  *
002080*                   RUN AS WELL AS THE DATE, FOR THE CONSOLIDATED*
002085*                   AUDIT STORE (AUDNORM).                       *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
005100     05  TN-INSTALLED-DATE       PIC 9(08).
005200     05  TN-STATUS               PIC X(01).
005300         88  TN-STATUS-VALID     VALUE 'A' 'R'.
005350     05  TN-OPER-ID              PIC X(08).
005400*
005500 FD  NEW-TERM-FILE.
005600     COPY "TERMMAST.cpy" REPLACING ==TERMINAL-MASTER-RECORD==
006300     05  TA-STORE-NO             PIC 9(03).
006400     05  TA-TERMINAL-ID          PIC 9(03).
006500     05  TA-DISPOSITION          PIC X(25).
006550     05  TA-OPER-ID              PIC X(08).
006570     05  TA-RUN-TIME             PIC 9(06).
006600*
006700 WORKING-STORAGE SECTION.
006800*
007200     88  WS-TRAN-EOF             VALUE 'Y'.
007300*
007400 01  WS-RUN-DATE                 PIC 9(08).
007450 01  WS-RUN-TIME                 PIC 9(08).
007500 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
007600 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
007605 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
007610*
007615*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
007620*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
007625*
007630 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'TERMMAST'.
007635 01  WS-AUTH-ACTION              PIC X(01).
007640 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
007645 01  WS-AUTH-STATUS              PIC X(01).
007650     88  WS-AUTH-GRANTED         VALUE 'Y'.
007655 01  WS-AUTH-DISPOSITION         PIC X(25).
007660 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
007665     88  WS-TRAN-SCREENED        VALUE 'Y'.
007700*
007800*    THE MATCH KEY IS STORE AND TERMINAL TOGETHER.
007900*
009000     DISPLAY 'TERMMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
009100     DISPLAY 'TERMMNT - TRANSACTIONS REJECTED: '
009200         WS-REJECTED-COUNT
009220     DISPLAY 'TERMMNT - UNAUTHORISED:          '
009240         WS-UNAUTH-COUNT
009300     PERFORM 9999-EXIT.
009400*
009500 1000-INITIALIZE.
009600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009650     ACCEPT WS-RUN-TIME FROM TIME
009700     OPEN INPUT  OLD-TERM-FILE
009800     OPEN INPUT  TERM-TRAN-FILE
009900     OPEN OUTPUT NEW-TERM-FILE
017500*
017600 3200-WRITE-AUDIT-RECORD.
017700     MOVE WS-RUN-DATE    TO TA-RUN-DATE
017750     MOVE WS-RUN-TIME (1:6) TO TA-RUN-TIME
017800     MOVE TN-ACTION-CODE TO TA-ACTION-CODE
017900     MOVE TN-STORE-NO    TO TA-STORE-NO
018000     MOVE TN-TERMINAL-ID TO TA-TERMINAL-ID
018050     MOVE TN-OPER-ID     TO TA-OPER-ID
018100     WRITE TERM-AUDIT-RECORD.
018200*
018300 8000-READ-OLD-TERM.
019300     END-READ.
019400*
019500 8100-READ-TERM-TRAN.
019510     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
019520     PERFORM 8110-READ-AND-SCREEN
019530         UNTIL WS-TRAN-SCREENED.
019540*
019550 8110-READ-AND-SCREEN.
019600     READ TERM-TRAN-FILE
019700         AT END
019800             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
020000         NOT AT END
020100             MOVE TN-STORE-NO    TO WS-TRAN-KEY (1:3)
020200             MOVE TN-TERMINAL-ID TO WS-TRAN-KEY (4:3)
020300     END-READ
020302     IF WS-TRAN-EOF
020304         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
020306     ELSE
020308         PERFORM 8200-CHECK-AUTHORITY
020310     END-IF.
020312*
020314*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
020316*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
020318*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
020320*
020322 8200-CHECK-AUTHORITY.
020324     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
020326     IF TN-ADD OR TN-CHANGE OR TN-DELETE
020328         MOVE TN-ACTION-CODE TO WS-AUTH-ACTION
020330         CALL 'OPRCHK' USING TN-OPER-ID WS-AUTH-MASTER-FILE
020332             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
020334             WS-AUTH-STATUS WS-AUTH-DISPOSITION
020336         IF NOT WS-AUTH-GRANTED
020338             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
020340             MOVE WS-AUTH-DISPOSITION TO TA-DISPOSITION
020342             ADD 1 TO WS-UNAUTH-COUNT
020344             PERFORM 3100-WRITE-AUDIT-REJECTED
020346         END-IF
020348     END-IF.
020400*
020500 9999-EXIT.
020600     CLOSE OLD-TERM-FILE TERM-TRAN-FILE
