001600*                   MATCH-MERGE ON INSTRUCTION ID.  EVERY        *
001700*                   TRANSACTION, APPLIED OR REJECTED, GOES TO    *
001800*                   THE AUDIT TRAIL WITH ITS DISPOSITION.        *
001810*   10/15/26  MO    EACH TRANSACTION NOW CARRIES THE OPERATOR    *
001820*                   WHO SUBMITTED IT, CHECKED THROUGH OPRCHK     *
001830*                   AGAINST THE OPERATOR AUTHORITY MASTER BEFORE *
001840*                   IT IS APPLIED.  ONE THE OPERATOR MAY NOT     *
001850*                   APPLY IS REJECTED TO THE AUDIT TRAIL AS      *
001860*                   UNAUTHORISED.  THE AUDIT TRAIL NOW RECORDS   *
001870*                   THE OPERATOR.                                *
001875*   10/15/26  MO    THE AUDIT TRAIL NOW RECORDS THE TIME OF THE  *
001880*                   RUN AS WELL AS THE DATE, FOR THE CONSOLIDATED*
001885*                   AUDIT STORE (AUDNORM).                       *
001900*                                                                *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
005200     05  ST-START-DATE           PIC 9(08).
005300     05  ST-END-DATE             PIC 9(08).
005400     05  ST-DESCRIPTION          PIC X(30).
005450     05  ST-OPER-ID              PIC X(08).
005500*
005600 FD  NEW-SI-FILE.
005700     COPY "SIMAST.cpy" REPLACING ==STANDING-INSTR-RECORD== BY
006400     05  SA-INSTR-ID             PIC 9(06).
006500     05  SA-RECORD-NO            PIC 9(07).
006600     05  SA-DISPOSITION          PIC X(25).
006650     05  SA-OPER-ID              PIC X(08).
006670     05  SA-RUN-TIME             PIC 9(06).
006700*
006800 WORKING-STORAGE SECTION.
006900*
007300     88  WS-TRAN-EOF             VALUE 'Y'.
007400*
007500 01  WS-RUN-DATE                 PIC 9(08).
007550 01  WS-RUN-TIME                 PIC 9(08).
007600 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
007700 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
007705 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
007710*
007715*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
007720*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
007725*
007730 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'SIMAST'.
007735 01  WS-AUTH-ACTION              PIC X(01).
007740 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
007745 01  WS-AUTH-STATUS              PIC X(01).
007750     88  WS-AUTH-GRANTED         VALUE 'Y'.
007755 01  WS-AUTH-DISPOSITION         PIC X(25).
007760 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
007765     88  WS-TRAN-SCREENED        VALUE 'Y'.
007800*
007900 01  WS-OLD-KEY                  PIC 9(06).
008000 01  WS-TRAN-KEY                 PIC 9(06).
008800         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
008900     DISPLAY 'SIMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
009000     DISPLAY 'SIMNT - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
009050     DISPLAY 'SIMNT - UNAUTHORISED:          ' WS-UNAUTH-COUNT
009100     PERFORM 9999-EXIT.
009200*
009300 1000-INITIALIZE.
009400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009450     ACCEPT WS-RUN-TIME FROM TIME
009500     OPEN INPUT  OLD-SI-FILE
009600     OPEN INPUT  SI-TRAN-FILE
009700     OPEN OUTPUT NEW-SI-FILE
017600*
017700 3200-WRITE-AUDIT-RECORD.
017800     MOVE WS-RUN-DATE    TO SA-RUN-DATE
017850     MOVE WS-RUN-TIME (1:6) TO SA-RUN-TIME
017900     MOVE ST-ACTION-CODE TO SA-ACTION-CODE
018000     MOVE ST-INSTR-ID    TO SA-INSTR-ID
018100     MOVE ST-RECORD-NO   TO SA-RECORD-NO
018150     MOVE ST-OPER-ID     TO SA-OPER-ID
018200     WRITE SI-AUDIT-RECORD.
018300*
018400 8000-READ-OLD-SI.
019100     END-READ.
019200*
019300 8100-READ-SI-TRAN.
019310     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
019320     PERFORM 8110-READ-AND-SCREEN
019330         UNTIL WS-TRAN-SCREENED.
019340*
019350 8110-READ-AND-SCREEN.
019400     READ SI-TRAN-FILE
019500         AT END
019600             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
019700             MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
019800         NOT AT END
019900             MOVE ST-INSTR-ID TO WS-TRAN-KEY
020000     END-READ
020002     IF WS-TRAN-EOF
020004         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
020006     ELSE
020008         PERFORM 8200-CHECK-AUTHORITY
020010     END-IF.
020012*
020014*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
020016*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
020018*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
020020*
020022 8200-CHECK-AUTHORITY.
020024     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
020026     IF ST-ADD OR ST-CHANGE OR ST-DELETE
020028         MOVE ST-ACTION-CODE TO WS-AUTH-ACTION
020030         MOVE ST-AMOUNT TO WS-AUTH-VALUE
020032         CALL 'OPRCHK' USING ST-OPER-ID WS-AUTH-MASTER-FILE
020034             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
020036             WS-AUTH-STATUS WS-AUTH-DISPOSITION
020038         IF NOT WS-AUTH-GRANTED
020040             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
020042             MOVE WS-AUTH-DISPOSITION TO SA-DISPOSITION
020044             ADD 1 TO WS-UNAUTH-COUNT
020046             PERFORM 3100-WRITE-AUDIT-REJECTED
020048         END-IF
020050     END-IF.
020100*
020200 9999-EXIT.
020300     CLOSE OLD-SI-FILE SI-TRAN-FILE
