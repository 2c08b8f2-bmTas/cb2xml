001800*                   TRANSACTION, APPLIED OR REJECTED, IS         *
001900*                   WRITTEN TO THE AUDIT TRAIL WITH ITS          *
002000*                   DISPOSITION.                                 *
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
004800         88  HT-REMOVE           VALUE 'R'.
004900     05  HT-CARD-NO              PIC 9(16).
005000     05  HT-HOUSEHOLD-ID         PIC 9(08).
005050     05  HT-OPER-ID              PIC X(08).
005100*
005200 FD  NEW-LINK-FILE.
005300     COPY "HSHMAST.cpy" REPLACING ==HOUSEHOLD-LINK-RECORD== BY
006100     05  HA-OLD-HOUSEHOLD-ID     PIC 9(08).
006200     05  HA-NEW-HOUSEHOLD-ID     PIC 9(08).
006300     05  HA-DISPOSITION          PIC X(25).
006350     05  HA-OPER-ID              PIC X(08).
006370     05  HA-RUN-TIME             PIC 9(06).
006400*
006500 WORKING-STORAGE SECTION.
006600*
007000     88  WS-TRAN-EOF             VALUE 'Y'.
007100*
007200 01  WS-RUN-DATE                 PIC 9(08).
007250 01  WS-RUN-TIME                 PIC 9(08).
007300 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
007400 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
007405 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
007410*
007415*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
007420*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
007425*
007430 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'HSHMAST'.
007435 01  WS-AUTH-ACTION              PIC X(01).
007440 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
007445 01  WS-AUTH-STATUS              PIC X(01).
007450     88  WS-AUTH-GRANTED         VALUE 'Y'.
007455 01  WS-AUTH-DISPOSITION         PIC X(25).
007460 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
007465     88  WS-TRAN-SCREENED        VALUE 'Y'.
007500*
007600 01  WS-OLD-KEY                  PIC 9(16).
007700 01  WS-TRAN-KEY                 PIC 9(16).
008500         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
008600     DISPLAY 'HSHMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
008700     DISPLAY 'HSHMNT - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
008750     DISPLAY 'HSHMNT - UNAUTHORISED:          ' WS-UNAUTH-COUNT
008800     PERFORM 9999-EXIT.
008900*
009000 1000-INITIALIZE.
009100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009150     ACCEPT WS-RUN-TIME FROM TIME
009200     OPEN INPUT  OLD-LINK-FILE
009300     OPEN INPUT  LINK-TRAN-FILE
009400     OPEN OUTPUT NEW-LINK-FILE
017100*
017200 3200-WRITE-AUDIT-RECORD.
017300     MOVE WS-RUN-DATE     TO HA-RUN-DATE
017350     MOVE WS-RUN-TIME (1:6) TO HA-RUN-TIME
017400     MOVE HT-ACTION-CODE  TO HA-ACTION-CODE
017500     MOVE HT-CARD-NO      TO HA-CARD-NO
017600     MOVE HT-HOUSEHOLD-ID TO HA-NEW-HOUSEHOLD-ID
017650     MOVE HT-OPER-ID      TO HA-OPER-ID
017700     WRITE LINK-AUDIT-RECORD.
017800*
017900 8000-READ-OLD-LINK.
018600     END-READ.
018700*
018800 8100-READ-LINK-TRAN.
018810     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
018820     PERFORM 8110-READ-AND-SCREEN
018830         UNTIL WS-TRAN-SCREENED.
018840*
018850 8110-READ-AND-SCREEN.
018900     READ LINK-TRAN-FILE
019000         AT END
019100             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
019200             MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
019300         NOT AT END
019400             MOVE HT-CARD-NO TO WS-TRAN-KEY
019500     END-READ
019502     IF WS-TRAN-EOF
019504         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
019506     ELSE
019508         PERFORM 8200-CHECK-AUTHORITY
019510     END-IF.
019512*
019514*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
019516*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
019518*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
019520*
019522 8200-CHECK-AUTHORITY.
019524     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
019526     IF HT-ADD OR HT-CHANGE OR HT-REMOVE
019528         IF HT-REMOVE
019530             MOVE 'D' TO WS-AUTH-ACTION
019532         ELSE
019534             MOVE HT-ACTION-CODE TO WS-AUTH-ACTION
019536         END-IF
019538         CALL 'OPRCHK' USING HT-OPER-ID WS-AUTH-MASTER-FILE
019540             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
019542             WS-AUTH-STATUS WS-AUTH-DISPOSITION
019544         IF NOT WS-AUTH-GRANTED
019546             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
019548             MOVE WS-AUTH-DISPOSITION TO HA-DISPOSITION
019550             MOVE 0 TO HA-OLD-HOUSEHOLD-ID
019552             ADD 1 TO WS-UNAUTH-COUNT
019554             PERFORM 3100-WRITE-AUDIT-REJECTED
019556         END-IF
019558     END-IF.
019600*
019700 9999-EXIT.
019800     CLOSE OLD-LINK-FILE LINK-TRAN-FILE
