001800*                   SEQUENCE.  EVERY TRANSACTION, APPLIED OR     *
001900*                   REJECTED, IS WRITTEN TO THE AUDIT TRAIL      *
002000*                   WITH ITS DISPOSITION.                        *
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
005300     05  KT-EFF-FROM-DATE        PIC 9(07).
005400     05  KT-EFF-TO-DATE          PIC 9(07).
005500     05  KT-PROM-NO              PIC 9(05).
005550     05  KT-OPER-ID              PIC X(08).
005600*
005700 FD  NEW-KEY-FILE.
005800     COPY "KEYMAST.cpy" REPLACING ==KEYCODE-MASTER-RECORD== BY
006400     05  KA-ACTION-CODE          PIC X(01).
006500     05  KA-KEYCODE              PIC 9(08).
006600     05  KA-DISPOSITION          PIC X(25).
006650     05  KA-OPER-ID              PIC X(08).
006670     05  KA-RUN-TIME             PIC 9(06).
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
007730 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'KEYMAST'.
007735 01  WS-AUTH-ACTION              PIC X(01).
007740 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
007745 01  WS-AUTH-STATUS              PIC X(01).
007750     88  WS-AUTH-GRANTED         VALUE 'Y'.
007755 01  WS-AUTH-DISPOSITION         PIC X(25).
007760 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
007765     88  WS-TRAN-SCREENED        VALUE 'Y'.
007800*
007900*    A KEYCODE HIGHER THAN ANY REAL KEYCODE, USED AS THE
008000*    AT-END KEY SO THE MATCH-MERGE DRAINS BOTH FILES CLEANLY.
009100         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
009200     DISPLAY 'KEYMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
009300     DISPLAY 'KEYMNT - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
009350     DISPLAY 'KEYMNT - UNAUTHORISED:          ' WS-UNAUTH-COUNT
009400     PERFORM 9999-EXIT.
009500*
009600 1000-INITIALIZE.
009700     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009750     ACCEPT WS-RUN-TIME FROM TIME
009800     OPEN INPUT  OLD-KEY-FILE
009900     OPEN INPUT  KEY-TRAN-FILE
010000     OPEN OUTPUT NEW-KEY-FILE
017300*
017400 3200-WRITE-AUDIT-RECORD.
017500     MOVE WS-RUN-DATE    TO KA-RUN-DATE
017550     MOVE WS-RUN-TIME (1:6) TO KA-RUN-TIME
017600     MOVE KT-ACTION-CODE TO KA-ACTION-CODE
017700     MOVE KT-KEYCODE     TO KA-KEYCODE
017750     MOVE KT-OPER-ID     TO KA-OPER-ID
017800     WRITE KEY-AUDIT-RECORD.
017900*
018000 8000-READ-OLD-KEY.
018700     END-READ.
018800*
018900 8100-READ-KEY-TRAN.
018910     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
018920     PERFORM 8110-READ-AND-SCREEN
018930         UNTIL WS-TRAN-SCREENED.
018940*
018950 8110-READ-AND-SCREEN.
019000     READ KEY-TRAN-FILE
019100         AT END
019200             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
019300             MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
019400         NOT AT END
019500             MOVE KT-KEYCODE TO WS-TRAN-KEY
019600     END-READ
019602     IF WS-TRAN-EOF
019604         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
019606     ELSE
019608         PERFORM 8200-CHECK-AUTHORITY
019610     END-IF.
019612*
019614*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
019616*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
019618*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
019620*
019622 8200-CHECK-AUTHORITY.
019624     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
019626     IF KT-ADD OR KT-CHANGE OR KT-DELETE
019628         MOVE KT-ACTION-CODE TO WS-AUTH-ACTION
019630         CALL 'OPRCHK' USING KT-OPER-ID WS-AUTH-MASTER-FILE
019632             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
019634             WS-AUTH-STATUS WS-AUTH-DISPOSITION
019636         IF NOT WS-AUTH-GRANTED
019638             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
019640             MOVE WS-AUTH-DISPOSITION TO KA-DISPOSITION
019642             ADD 1 TO WS-UNAUTH-COUNT
019644             PERFORM 3100-WRITE-AUDIT-REJECTED
019646         END-IF
019648     END-IF.
019700*
019800 9999-EXIT.
019900     CLOSE OLD-KEY-FILE KEY-TRAN-FILE
