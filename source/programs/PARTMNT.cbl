001800*                   MASTER.  EVERY TRANSACTION, APPLIED OR       *
001900*                   REJECTED, GOES TO THE AUDIT TRAIL WITH ITS   *
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
005400     05  PN-BILLING-CONTACT      PIC X(30).
005500     05  PN-ACTIVE-FLAG          PIC X(01).
005600         88  PN-ACTIVE-VALID     VALUE 'Y' 'N'.
005650     05  PN-OPER-ID              PIC X(08).
005700*
005800 FD  NEW-PART-FILE.
005900     COPY "PARTMAST.cpy" REPLACING ==PARTNER-MASTER-RECORD==
006500     05  PA-ACTION-CODE          PIC X(01).
006600     05  PA-PARTNER-ID           PIC 9(08).
006700     05  PA-DISPOSITION          PIC X(25).
006750     05  PA-OPER-ID              PIC X(08).
006770     05  PA-RUN-TIME             PIC 9(06).
006800*
006900 WORKING-STORAGE SECTION.
007000*
007400     88  WS-TRAN-EOF             VALUE 'Y'.
007500*
007600 01  WS-RUN-DATE                 PIC 9(08).
007650 01  WS-RUN-TIME                 PIC 9(08).
007700 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
007800 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
007805 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
007810*
007815*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
007820*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
007825*
007830 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'PARTMAST'.
007835 01  WS-AUTH-ACTION              PIC X(01).
007840 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
007845 01  WS-AUTH-STATUS              PIC X(01).
007850     88  WS-AUTH-GRANTED         VALUE 'Y'.
007855 01  WS-AUTH-DISPOSITION         PIC X(25).
007860 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
007865     88  WS-TRAN-SCREENED        VALUE 'Y'.
007900*
008000 01  WS-OLD-KEY                  PIC 9(08).
008100 01  WS-TRAN-KEY                 PIC 9(08).
009000     DISPLAY 'PARTMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
009100     DISPLAY 'PARTMNT - TRANSACTIONS REJECTED: '
009200         WS-REJECTED-COUNT
009220     DISPLAY 'PARTMNT - UNAUTHORISED:          '
009240         WS-UNAUTH-COUNT
009300     PERFORM 9999-EXIT.
009400*
009500 1000-INITIALIZE.
009600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009650     ACCEPT WS-RUN-TIME FROM TIME
009700     OPEN INPUT  OLD-PART-FILE
009800     OPEN INPUT  PART-TRAN-FILE
009900     OPEN OUTPUT NEW-PART-FILE
018200*
018300 3200-WRITE-AUDIT-RECORD.
018400     MOVE WS-RUN-DATE    TO PA-RUN-DATE
018450     MOVE WS-RUN-TIME (1:6) TO PA-RUN-TIME
018500     MOVE PN-ACTION-CODE TO PA-ACTION-CODE
018600     MOVE PN-PARTNER-ID  TO PA-PARTNER-ID
018650     MOVE PN-OPER-ID     TO PA-OPER-ID
018700     WRITE PART-AUDIT-RECORD.
018800*
018900 8000-READ-OLD-PART.
019700     END-READ.
019800*
019900 8100-READ-PART-TRAN.
019910     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
019920     PERFORM 8110-READ-AND-SCREEN
019930         UNTIL WS-TRAN-SCREENED.
019940*
019950 8110-READ-AND-SCREEN.
020000     READ PART-TRAN-FILE
020100         AT END
020200             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
020300             MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
020400         NOT AT END
020500             MOVE PN-PARTNER-ID TO WS-TRAN-KEY
020600     END-READ
020602     IF WS-TRAN-EOF
020604         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
020606     ELSE
020608         PERFORM 8200-CHECK-AUTHORITY
020610     END-IF.
020612*
020614*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
020616*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
020618*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
020620*
020622 8200-CHECK-AUTHORITY.
020624     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
020626     IF PN-ADD OR PN-CHANGE OR PN-DELETE
020628         MOVE PN-ACTION-CODE TO WS-AUTH-ACTION
020630         CALL 'OPRCHK' USING PN-OPER-ID WS-AUTH-MASTER-FILE
020632             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
020634             WS-AUTH-STATUS WS-AUTH-DISPOSITION
020636         IF NOT WS-AUTH-GRANTED
020638             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
020640             MOVE WS-AUTH-DISPOSITION TO PA-DISPOSITION
020642             ADD 1 TO WS-UNAUTH-COUNT
020644             PERFORM 3100-WRITE-AUDIT-REJECTED
020646         END-IF
020648     END-IF.
020700*
020800 9999-EXIT.
020900     CLOSE OLD-PART-FILE PART-TRAN-FILE
