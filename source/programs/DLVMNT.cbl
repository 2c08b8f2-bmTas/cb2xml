001700*                   MEMBER.  EVERY TRANSACTION, APPLIED OR       *
001800*                   REJECTED, GOES TO THE AUDIT TRAIL WITH ITS   *
001900*                   DISPOSITION.                                 *
001920*   10/15/26  MO    E-MAIL ADDRESS CARRIED ON THE TRANSACTION    *
001940*                   AND THE PREFERENCE MASTER.                   *
001945*   10/15/26  MO    EACH TRANSACTION NOW CARRIES THE OPERATOR    *
001950*                   WHO SUBMITTED IT, CHECKED THROUGH OPRCHK     *
001955*                   AGAINST THE OPERATOR AUTHORITY MASTER BEFORE *
001960*                   IT IS APPLIED.  ONE THE OPERATOR MAY NOT     *
001965*                   APPLY IS REJECTED TO THE AUDIT TRAIL AS      *
001970*                   UNAUTHORISED.  THE AUDIT TRAIL NOW RECORDS   *
001975*                   THE OPERATOR.                                *
001980*   10/15/26  MO    THE AUDIT TRAIL NOW RECORDS THE TIME OF THE  *
001985*                   RUN AS WELL AS THE DATE, FOR THE CONSOLIDATED*
001990*                   AUDIT STORE (AUDNORM).                       *
002000*                                                                *
002100******************************************************************
002200 ENVIRONMENT DIVISION.
005100         88  DT-CHANNEL-VALID    VALUE 'P' 'E' 'B'.
005200     05  DT-EFF-FROM-DATE        PIC 9(08).
005300     05  DT-EFF-TO-DATE          PIC 9(08).
005350     05  DT-EMAIL-ADDRESS        PIC X(60).
005370     05  DT-OPER-ID              PIC X(08).
005400*
005500 FD  NEW-PREF-FILE.
005600     COPY "DLVPREF.cpy" REPLACING ==DELIVERY-PREF-RECORD== BY
006300     05  DA-PARTNER-ID           PIC 9(08).
006400     05  DA-MEMBER-ID            PIC 9(13).
006500     05  DA-DISPOSITION          PIC X(25).
006550     05  DA-OPER-ID              PIC X(08).
006570     05  DA-RUN-TIME             PIC 9(06).
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
007630 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'DLVPREF'.
007635 01  WS-AUTH-ACTION              PIC X(01).
007640 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
007645 01  WS-AUTH-STATUS              PIC X(01).
007650     88  WS-AUTH-GRANTED         VALUE 'Y'.
007655 01  WS-AUTH-DISPOSITION         PIC X(25).
007660 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
007665     88  WS-TRAN-SCREENED        VALUE 'Y'.
007700*
007800 01  WS-OLD-KEY                  PIC 9(21).
007900 01  WS-TRAN-KEY                 PIC 9(21).
008900     DISPLAY 'DLVMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
009000     DISPLAY 'DLVMNT - TRANSACTIONS REJECTED: '
009100         WS-REJECTED-COUNT
009120     DISPLAY 'DLVMNT - UNAUTHORISED:          '
009140         WS-UNAUTH-COUNT
009200     PERFORM 9999-EXIT.
009300*
009400 1000-INITIALIZE.
009500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009550     ACCEPT WS-RUN-TIME FROM TIME
009600     OPEN INPUT  OLD-PREF-FILE
009700     OPEN INPUT  PREF-TRAN-FILE
009800     OPEN OUTPUT NEW-PREF-FILE
016300     MOVE DT-EFF-FROM-DATE TO DV-EFF-FROM-DATE
016400         OF NEW-PREF-RECORD
016500     MOVE DT-EFF-TO-DATE   TO DV-EFF-TO-DATE
016600         OF NEW-PREF-RECORD
016620     MOVE DT-EMAIL-ADDRESS TO DV-EMAIL-ADDRESS
016640         OF NEW-PREF-RECORD.
016700*
016800 3000-WRITE-AUDIT-APPLIED.
016900     ADD 1 TO WS-APPLIED-COUNT
017500*
017600 3200-WRITE-AUDIT-RECORD.
017700     MOVE WS-RUN-DATE    TO DA-RUN-DATE
017750     MOVE WS-RUN-TIME (1:6) TO DA-RUN-TIME
017800     MOVE DT-ACTION-CODE TO DA-ACTION-CODE
017900     MOVE DT-PARTNER-ID  TO DA-PARTNER-ID
018000     MOVE DT-MEMBER-ID   TO DA-MEMBER-ID
018050     MOVE DT-OPER-ID     TO DA-OPER-ID
018100     WRITE PREF-AUDIT-RECORD.
018200*
018300 8000-READ-OLD-PREF.
019300     END-READ.
019400*
019500 8100-READ-PREF-TRAN.
019510     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
019520     PERFORM 8110-READ-AND-SCREEN
019530         UNTIL WS-TRAN-SCREENED.
019540*
019550 8110-READ-AND-SCREEN.
019600     READ PREF-TRAN-FILE
019700         AT END
019800             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
020000         NOT AT END
020100             MOVE DT-PARTNER-ID TO WS-TRAN-KEY (1:8)
020200             MOVE DT-MEMBER-ID  TO WS-TRAN-KEY (9:13)
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
020326     IF DT-ADD OR DT-CHANGE OR DT-DELETE
020328         MOVE DT-ACTION-CODE TO WS-AUTH-ACTION
020330         CALL 'OPRCHK' USING DT-OPER-ID WS-AUTH-MASTER-FILE
020332             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
020334             WS-AUTH-STATUS WS-AUTH-DISPOSITION
020336         IF NOT WS-AUTH-GRANTED
020338             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
020340             MOVE WS-AUTH-DISPOSITION TO DA-DISPOSITION
020342             ADD 1 TO WS-UNAUTH-COUNT
020344             PERFORM 3100-WRITE-AUDIT-REJECTED
020346         END-IF
020348     END-IF.
020400*
020500 9999-EXIT.
020600     CLOSE OLD-PREF-FILE PREF-TRAN-FILE
