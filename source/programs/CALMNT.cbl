001700*                   EVERY TRANSACTION, APPLIED OR REJECTED,      *
001800*                   GOES TO THE AUDIT TRAIL WITH ITS             *
001900*                   DISPOSITION.                                 *
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
005100         88  CT-FLAG-VALID       VALUE 'Y' 'N'.
005200     05  CT-CYCLE-END-FLAG       PIC X(01).
005300     05  CT-HOLIDAY-NAME         PIC X(20).
005350     05  CT-OPER-ID              PIC X(08).
005400*
005500 FD  NEW-CAL-FILE.
005600     COPY "CALMAST.cpy" REPLACING ==CALENDAR-DAY-RECORD== BY
006300     05  CA-REGION               PIC X(03).
006400     05  CA-DATE                 PIC 9(08).
006500     05  CA-DISPOSITION          PIC X(25).
006550     05  CA-OPER-ID              PIC X(08).
006570     05  CA-RUN-TIME             PIC 9(06).
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
007630 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'CALMAST'.
007635 01  WS-AUTH-ACTION              PIC X(01).
007640 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
007645 01  WS-AUTH-STATUS              PIC X(01).
007650     88  WS-AUTH-GRANTED         VALUE 'Y'.
007655 01  WS-AUTH-DISPOSITION         PIC X(25).
007660 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
007665     88  WS-TRAN-SCREENED        VALUE 'Y'.
007700*
007800 01  WS-OLD-KEY                  PIC X(11).
007900 01  WS-TRAN-KEY                 PIC X(11).
008800     DISPLAY 'CALMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
008900     DISPLAY 'CALMNT - TRANSACTIONS REJECTED: '
009000         WS-REJECTED-COUNT
009020     DISPLAY 'CALMNT - UNAUTHORISED:          '
009040         WS-UNAUTH-COUNT
009100     PERFORM 9999-EXIT.
009200*
009300 1000-INITIALIZE.
009400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009450     ACCEPT WS-RUN-TIME FROM TIME
009500     OPEN INPUT  OLD-CAL-FILE
009600     OPEN INPUT  CAL-TRAN-FILE
009700     OPEN OUTPUT NEW-CAL-FILE
017500*
017600 3200-WRITE-AUDIT-RECORD.
017700     MOVE WS-RUN-DATE    TO CA-RUN-DATE
017750     MOVE WS-RUN-TIME (1:6) TO CA-RUN-TIME
017800     MOVE CT-ACTION-CODE TO CA-ACTION-CODE
017900     MOVE CT-REGION      TO CA-REGION
018000     MOVE CT-DATE        TO CA-DATE
018050     MOVE CT-OPER-ID     TO CA-OPER-ID
018100     WRITE CAL-AUDIT-RECORD.
018200*
018300 8000-READ-OLD-CAL.
019300     END-READ.
019400*
019500 8100-READ-CAL-TRAN.
019510     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
019520     PERFORM 8110-READ-AND-SCREEN
019530         UNTIL WS-TRAN-SCREENED.
019540*
019550 8110-READ-AND-SCREEN.
019600     READ CAL-TRAN-FILE
019700         AT END
019800             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
020000         NOT AT END
020100             MOVE CT-REGION TO WS-TRAN-KEY (1:3)
020200             MOVE CT-DATE   TO WS-TRAN-KEY (4:8)
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
020326     IF CT-ADD OR CT-CHANGE OR CT-DELETE
020328         MOVE CT-ACTION-CODE TO WS-AUTH-ACTION
020330         CALL 'OPRCHK' USING CT-OPER-ID WS-AUTH-MASTER-FILE
020332             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
020334             WS-AUTH-STATUS WS-AUTH-DISPOSITION
020336         IF NOT WS-AUTH-GRANTED
020338             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
020340             MOVE WS-AUTH-DISPOSITION TO CA-DISPOSITION
020342             ADD 1 TO WS-UNAUTH-COUNT
020344             PERFORM 3100-WRITE-AUDIT-REJECTED
020346         END-IF
020348     END-IF.
020400*
020500 9999-EXIT.
020600     CLOSE OLD-CAL-FILE CAL-TRAN-FILE
