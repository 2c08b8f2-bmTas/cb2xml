001830*                   MATCH-MERGE - STORE 999 IS A REAL STORE      *
001840*                   NUMBER AND MUST NOT COLLIDE WITH THE AT-END  *
001850*                   SENTINEL KEY.                                *
001855*                                                                *
001860*   10/15/26  MO    EACH TRANSACTION NOW CARRIES THE OPERATOR    *
001865*                   WHO SUBMITTED IT, CHECKED THROUGH OPRCHK     *
001870*                   AGAINST THE OPERATOR AUTHORITY MASTER BEFORE *
001875*                   IT IS APPLIED.  ONE THE OPERATOR MAY NOT     *
001880*                   APPLY IS REJECTED TO THE AUDIT TRAIL AS      *
001885*                   UNAUTHORISED.  THE AUDIT TRAIL NOW RECORDS   *
001890*                   THE OPERATOR.                                *
001892*                                                                *
001894*   10/15/26  MO    THE AUDIT TRAIL NOW RECORDS THE TIME OF THE  *
001896*                   RUN AS WELL AS THE DATE, FOR THE CONSOLIDATED*
001898*                   AUDIT STORE (AUDNORM).                       *
001900*                                                                *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
005100     05  ST-CLOSE-DATE           PIC 9(07).
005200     05  ST-FRANCHISE-FLAG       PIC X(01).
005300         88  ST-FRANCHISE-VALID  VALUE 'Y' 'N'.
005350     05  ST-OPER-ID              PIC X(08).
005400*
005500 FD  NEW-STORE-FILE.
005600     COPY "STORMAST.cpy" REPLACING ==STORE-MASTER-RECORD== BY
006200     05  SA-ACTION-CODE          PIC X(01).
006300     05  SA-STORE-NO             PIC 9(03).
006400     05  SA-DISPOSITION          PIC X(25).
006450     05  SA-OPER-ID              PIC X(08).
006470     05  SA-RUN-TIME             PIC 9(06).
006500*
006600 WORKING-STORAGE SECTION.
006700*
007100     88  WS-TRAN-EOF             VALUE 'Y'.
007200*
007300 01  WS-RUN-DATE                 PIC 9(08).
007350 01  WS-RUN-TIME                 PIC 9(08).
007400 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
007500 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
007505 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
007510*
007515*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
007520*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
007525*
007530 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'STORMAST'.
007535 01  WS-AUTH-ACTION              PIC X(01).
007540 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
007545 01  WS-AUTH-STATUS              PIC X(01).
007550     88  WS-AUTH-GRANTED         VALUE 'Y'.
007555 01  WS-AUTH-DISPOSITION         PIC X(25).
007560 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
007565     88  WS-TRAN-SCREENED        VALUE 'Y'.
007600*
007700 01  WS-OLD-KEY                  PIC 9(03).
007800 01  WS-TRAN-KEY                 PIC 9(03).
008600         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
008700     DISPLAY 'STORMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
008800     DISPLAY 'STORMNT - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
008850     DISPLAY 'STORMNT - UNAUTHORISED:          ' WS-UNAUTH-COUNT
008900     PERFORM 9999-EXIT.
009000*
009100 1000-INITIALIZE.
009200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009250     ACCEPT WS-RUN-TIME FROM TIME
009300     OPEN INPUT  OLD-STORE-FILE
009400     OPEN INPUT  STORE-TRAN-FILE
009500     OPEN OUTPUT NEW-STORE-FILE
017700*
017800 3200-WRITE-AUDIT-RECORD.
017900     MOVE WS-RUN-DATE    TO SA-RUN-DATE
017950     MOVE WS-RUN-TIME (1:6) TO SA-RUN-TIME
018000     MOVE ST-ACTION-CODE TO SA-ACTION-CODE
018100     MOVE ST-STORE-NO    TO SA-STORE-NO
018150     MOVE ST-OPER-ID     TO SA-OPER-ID
018200     WRITE STORE-AUDIT-RECORD.
018300*
018400*    ONCE A FILE HITS END ITS KEY STAYS AT THE SENTINEL SO THE
019110     END-IF.
019200*
019300 8100-READ-STORE-TRAN.
019301     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
019302     PERFORM 8110-READ-AND-SCREEN
019303         UNTIL WS-TRAN-SCREENED.
019304*
019305 8110-READ-AND-SCREEN.
019310     IF WS-TRAN-EOF
019320         MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
019330     ELSE
019800             NOT AT END
019900                 MOVE ST-STORE-NO TO WS-TRAN-KEY
020000         END-READ
020010     END-IF
020012     IF WS-TRAN-EOF
020014         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
020016     ELSE
020018         PERFORM 8200-CHECK-AUTHORITY
020020     END-IF.
020022*
020024*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
020026*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
020028*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
020030*
020032 8200-CHECK-AUTHORITY.
020034     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
020036     IF ST-ADD OR ST-CHANGE OR ST-DELETE
020038         MOVE ST-ACTION-CODE TO WS-AUTH-ACTION
020040         CALL 'OPRCHK' USING ST-OPER-ID WS-AUTH-MASTER-FILE
020042             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
020044             WS-AUTH-STATUS WS-AUTH-DISPOSITION
020046         IF NOT WS-AUTH-GRANTED
020048             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
020050             MOVE WS-AUTH-DISPOSITION TO SA-DISPOSITION
020052             ADD 1 TO WS-UNAUTH-COUNT
020054             PERFORM 3100-WRITE-AUDIT-REJECTED
020056         END-IF
020058     END-IF.
020100*
020200 9999-EXIT.
020300     CLOSE OLD-STORE-FILE STORE-TRAN-FILE
