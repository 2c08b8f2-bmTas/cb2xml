001600*                   MERGE ON PARTNER AND MEMBER, THE SAME SHAPE  *
001700*                   AS TIERMNT AND STORMNT.  EVERY TRANSACTION   *
001800*                   IS AUDITED WITH ITS DISPOSITION.             *
001820*   10/15/26  MO    'BAD' (UNDELIVERABLE ADDRESS) ACCEPTED AS A  *
001840*                   HOLD REASON.                                 *
001845*   10/15/26  MO    EACH TRANSACTION NOW CARRIES THE OPERATOR    *
001850*                   WHO SUBMITTED IT, CHECKED THROUGH OPRCHK     *
001855*                   AGAINST THE OPERATOR AUTHORITY MASTER BEFORE *
001860*                   IT IS APPLIED.  ONE THE OPERATOR MAY NOT     *
001865*                   APPLY IS REJECTED TO THE AUDIT TRAIL AS      *
001870*                   UNAUTHORISED.  THE AUDIT TRAIL NOW RECORDS   *
001875*                   THE OPERATOR.                                *
001880*   10/15/26  MO    THE AUDIT TRAIL NOW RECORDS THE TIME OF THE  *
001885*                   RUN AS WELL AS THE DATE, FOR THE CONSOLIDATED*
001890*                   AUDIT STORE (AUDNORM).                       *
001900*                                                                *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
004700     05  HT-PARTNER-ID           PIC 9(08).
004800     05  HT-MEMBER-ID            PIC 9(13).
004900     05  HT-REASON-CODE          PIC X(03).
005000         88  HT-REASON-VALID     VALUE 'COL' 'LGL' 'DSP' 'BAD'.
005100     05  HT-EFF-FROM-DATE        PIC 9(08).
005200     05  HT-EFF-TO-DATE          PIC 9(08).
005250     05  HT-OPER-ID              PIC X(08).
005300*
005400 FD  NEW-HOLD-FILE.
005500     COPY "HOLDMAST.cpy" REPLACING ==HOLD-MASTER-RECORD== BY
006300     05  HA-MEMBER-ID            PIC 9(13).
006400     05  HA-REASON-CODE          PIC X(03).
006500     05  HA-DISPOSITION          PIC X(25).
006550     05  HA-OPER-ID              PIC X(08).
006570     05  HA-RUN-TIME             PIC 9(06).
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
007630 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'HOLDMAST'.
007635 01  WS-AUTH-ACTION              PIC X(01).
007640 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
007645 01  WS-AUTH-STATUS              PIC X(01).
007650     88  WS-AUTH-GRANTED         VALUE 'Y'.
007655 01  WS-AUTH-DISPOSITION         PIC X(25).
007660 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
007665     88  WS-TRAN-SCREENED        VALUE 'Y'.
007700*
007800 01  WS-OLD-KEY.
007900     05  WS-OLD-PARTNER-ID       PIC 9(08).
009100         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
009200     DISPLAY 'HOLDMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
009300     DISPLAY 'HOLDMNT - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
009350     DISPLAY 'HOLDMNT - UNAUTHORISED:          ' WS-UNAUTH-COUNT
009400     PERFORM 9999-EXIT.
009500*
009600 1000-INITIALIZE.
009700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009750     ACCEPT WS-RUN-TIME FROM TIME
009800     OPEN INPUT  OLD-HOLD-FILE
009900     OPEN INPUT  HOLD-TRAN-FILE
010000     OPEN OUTPUT NEW-HOLD-FILE
018200*
018300 3200-WRITE-AUDIT-RECORD.
018400     MOVE WS-RUN-DATE    TO HA-RUN-DATE
018450     MOVE WS-RUN-TIME (1:6) TO HA-RUN-TIME
018500     MOVE HT-ACTION-CODE TO HA-ACTION-CODE
018600     MOVE HT-PARTNER-ID  TO HA-PARTNER-ID
018700     MOVE HT-MEMBER-ID   TO HA-MEMBER-ID
018800     MOVE HT-REASON-CODE TO HA-REASON-CODE
018850     MOVE HT-OPER-ID     TO HA-OPER-ID
018900     WRITE HOLD-AUDIT-RECORD.
019000*
019100 8000-READ-OLD-HOLD.
020500     END-IF.
020600*
020700 8100-READ-HOLD-TRAN.
020710     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
020720     PERFORM 8110-READ-AND-SCREEN
020730         UNTIL WS-TRAN-SCREENED.
020740*
020750 8110-READ-AND-SCREEN.
020800     IF WS-TRAN-EOF
020900         MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
021000     ELSE
021600                 MOVE HT-PARTNER-ID TO WS-TRAN-PARTNER-ID
021700                 MOVE HT-MEMBER-ID  TO WS-TRAN-MEMBER-ID
021800         END-READ
021900     END-IF
021902     IF WS-TRAN-EOF
021904         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
021906     ELSE
021908         PERFORM 8200-CHECK-AUTHORITY
021910     END-IF.
021912*
021914*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
021916*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
021918*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
021920*
021922 8200-CHECK-AUTHORITY.
021924     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
021926     IF HT-ADD OR HT-CHANGE OR HT-DELETE
021928         MOVE HT-ACTION-CODE TO WS-AUTH-ACTION
021930         CALL 'OPRCHK' USING HT-OPER-ID WS-AUTH-MASTER-FILE
021932             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
021934             WS-AUTH-STATUS WS-AUTH-DISPOSITION
021936         IF NOT WS-AUTH-GRANTED
021938             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
021940             MOVE WS-AUTH-DISPOSITION TO HA-DISPOSITION
021942             ADD 1 TO WS-UNAUTH-COUNT
021944             PERFORM 3100-WRITE-AUDIT-REJECTED
021946         END-IF
021948     END-IF.
022000*
022100 9999-EXIT.
022200     CLOSE OLD-HOLD-FILE HOLD-TRAN-FILE
