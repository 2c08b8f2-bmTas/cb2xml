000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CRLMNT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  ACCOUNT MASTER BATCH - DAILY BALANCING.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - APPLY CREDIT LIMIT ADD/    *
001400*                   CHANGE/DELETE TRANSACTIONS TO THE CREDIT     *
001500*                   LIMIT FILE (CRLIMIT.CPY), WHICH RIDES BY     *
001600*                   POSITION WITH THE ACCOUNT MASTER, BY         *
001700*                   SEQUENTIAL MATCH-MERGE ON MASTER RECORD      *
001800*                   NUMBER.  AN ADD PAST THE FILE'S END FILLS    *
001900*                   THE POSITIONS BETWEEN WITH NO-LIMIT RECORDS; *
002000*                   A DELETE ZEROES THE LIMIT AND KEEPS THE      *
002100*                   POSITION.  EVERY TRANSACTION, APPLIED OR     *
002200*                   REJECTED, GOES TO THE AUDIT TRAIL WITH THE   *
002300*                   LIMIT BEFORE AND AFTER AND ITS DISPOSITION.  *
002310*   10/15/26  MO    EACH TRANSACTION NOW CARRIES THE OPERATOR    *
002320*                   WHO SUBMITTED IT, CHECKED THROUGH OPRCHK     *
002330*                   AGAINST THE OPERATOR AUTHORITY MASTER BEFORE *
002340*                   IT IS APPLIED.  ONE THE OPERATOR MAY NOT     *
002350*                   APPLY IS REJECTED TO THE AUDIT TRAIL AS      *
002360*                   UNAUTHORISED.  THE AUDIT TRAIL NOW RECORDS   *
002370*                   THE OPERATOR.                                *
002375*   10/15/26  MO    THE AUDIT RECORD NOW ENDS WITH THE RUN TIME, *
002380*                   SO AUDNORM CAN TAKE THE TRAIL INTO THE AUDIT *
002385*                   STORE.                                       *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OLD-LIMIT-FILE   ASSIGN TO CRLMOLD
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT LIMIT-TRAN-FILE  ASSIGN TO CRLMTRAN
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT NEW-LIMIT-FILE   ASSIGN TO CRLMNEW
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT LIMIT-AUDIT-FILE ASSIGN TO CRLMAUDT
003900         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  OLD-LIMIT-FILE.
004300     COPY "CRLIMIT.cpy" REPLACING ==CREDIT-LIMIT-RECORD== BY
004400                                  ==OLD-LIMIT-RECORD==.
004500*
004600 FD  LIMIT-TRAN-FILE.
004700 01  LIMIT-TRAN-RECORD.
004800     05  LT-ACTION-CODE          PIC X(01).
004900         88  LT-ADD              VALUE 'A'.
005000         88  LT-CHANGE           VALUE 'C'.
005100         88  LT-DELETE           VALUE 'D'.
005200     05  LT-RECORD-NO            PIC 9(09).
005300     05  LT-CREDIT-LIMIT         PIC 9(13)V99.
005400     05  LT-WARN-PCT             PIC 9(03).
005500         88  LT-WARN-PCT-VALID   VALUE 0 THRU 100.
005550     05  LT-OPER-ID              PIC X(08).
005600*
005700 FD  NEW-LIMIT-FILE.
005800     COPY "CRLIMIT.cpy" REPLACING ==CREDIT-LIMIT-RECORD== BY
005900                                  ==NEW-LIMIT-RECORD==.
006000*
006100 FD  LIMIT-AUDIT-FILE.
006200 01  LIMIT-AUDIT-RECORD.
006300     05  LA-RUN-DATE             PIC 9(08).
006400     05  LA-ACTION-CODE          PIC X(01).
006500     05  LA-RECORD-NO            PIC 9(09).
006600     05  LA-OLD-LIMIT            PIC 9(13)V99.
006700     05  LA-NEW-LIMIT            PIC 9(13)V99.
006800     05  LA-DISPOSITION          PIC X(25).
006850     05  LA-OPER-ID              PIC X(08).
006870     05  LA-RUN-TIME             PIC 9(06).
006900*
007000 WORKING-STORAGE SECTION.
007100*
007200 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
007300     88  WS-OLD-EOF              VALUE 'Y'.
007400 01  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
007500     88  WS-TRAN-EOF             VALUE 'Y'.
007600 01  WS-TRAN-VALID-SWITCH        PIC X(01).
007700     88  WS-TRAN-VALID           VALUE 'Y'.
007800*
007900 01  WS-RUN-DATE                 PIC 9(08).
007950 01  WS-RUN-TIME                 PIC 9(08).
008000 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
008100 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
008200 01  WS-PADDED-COUNT             PIC 9(07) VALUE 0.
008300 01  WS-LAST-RECORD-NO           PIC 9(09) VALUE 0.
008305 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
008310*
008315*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
008320*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.
008325*
008330 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'CRLIMIT'.
008335 01  WS-AUTH-ACTION              PIC X(01).
008340 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
008345 01  WS-AUTH-STATUS              PIC X(01).
008350     88  WS-AUTH-GRANTED         VALUE 'Y'.
008355 01  WS-AUTH-DISPOSITION         PIC X(25).
008360 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
008365     88  WS-TRAN-SCREENED        VALUE 'Y'.
008400*
008500 01  WS-OLD-KEY                  PIC 9(09).
008600 01  WS-TRAN-KEY                 PIC 9(09).
008700 01  WS-HIGH-VALUE-KEY           PIC 9(09) VALUE 999999999.
008800*
008900 PROCEDURE DIVISION.
009000*
009100 0000-MAINLINE.
009200     PERFORM 1000-INITIALIZE
009300     PERFORM 2000-MATCH-ONE-KEY
009400         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
009500     DISPLAY 'CRLMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
009600     DISPLAY 'CRLMNT - TRANSACTIONS REJECTED: '
009700         WS-REJECTED-COUNT
009720     DISPLAY 'CRLMNT - UNAUTHORISED:          '
009740         WS-UNAUTH-COUNT
009800     DISPLAY 'CRLMNT - POSITIONS FILLED:      ' WS-PADDED-COUNT
009900     PERFORM 9999-EXIT.
010000*
010100 1000-INITIALIZE.
010200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010250     ACCEPT WS-RUN-TIME FROM TIME
010300     OPEN INPUT  OLD-LIMIT-FILE
010400     OPEN INPUT  LIMIT-TRAN-FILE
010500     OPEN OUTPUT NEW-LIMIT-FILE
010600     OPEN OUTPUT LIMIT-AUDIT-FILE
010700     PERFORM 8000-READ-OLD-LIMIT
010800     PERFORM 8100-READ-LIMIT-TRAN.
010900*
011000 2000-MATCH-ONE-KEY.
011100     IF WS-OLD-KEY < WS-TRAN-KEY
011200         PERFORM 2100-KEEP-OLD-RECORD
011300     ELSE
011400         IF WS-OLD-KEY > WS-TRAN-KEY
011500             PERFORM 2200-APPLY-UNMATCHED-TRAN
011600         ELSE
011700             PERFORM 2300-APPLY-MATCHED-TRAN
011800         END-IF
011900     END-IF.
012000*
012100 2100-KEEP-OLD-RECORD.
012200     MOVE OLD-LIMIT-RECORD TO NEW-LIMIT-RECORD
012300     PERFORM 2700-WRITE-NEW-LIMIT
012400     PERFORM 8000-READ-OLD-LIMIT.
012500*
012600*    A POSITION NOT ON THE FILE CAN ONLY BE ADDED.  THE FILE
012700*    MUST STAY IN STEP WITH THE MASTER, SO ANY POSITIONS BETWEEN
012800*    THE LAST ONE WRITTEN AND THE NEW ONE GO OUT WITH NO LIMIT.
012900*
013000 2200-APPLY-UNMATCHED-TRAN.
013100     MOVE ZERO TO LA-OLD-LIMIT
013200     PERFORM 2500-CHECK-TRAN-FIELDS
013300     IF LT-RECORD-NO NOT > WS-LAST-RECORD-NO
013400         AND WS-TRAN-VALID
013500         MOVE 'N' TO WS-TRAN-VALID-SWITCH
013600         MOVE 'REJECTED - REPEATED RECORD' TO LA-DISPOSITION
013700     END-IF
013800     IF LT-ADD AND WS-TRAN-VALID
013900         PERFORM 2600-FILL-ONE-POSITION
014000             UNTIL WS-LAST-RECORD-NO + 1 = LT-RECORD-NO
014100         MOVE SPACES TO NEW-LIMIT-RECORD
014200         MOVE ZERO TO CL-OVER-SINCE OF NEW-LIMIT-RECORD
014300         MOVE LT-RECORD-NO TO CL-RECORD-NO OF NEW-LIMIT-RECORD
014400         MOVE 'N' TO CL-STATUS OF NEW-LIMIT-RECORD
014500         PERFORM 2400-SET-NEW-LIMIT
014600         PERFORM 2700-WRITE-NEW-LIMIT
014700         MOVE 'ADDED' TO LA-DISPOSITION
014800         PERFORM 3000-WRITE-AUDIT-APPLIED
014900     ELSE
015000         IF LT-ADD
015100             PERFORM 3100-WRITE-AUDIT-REJECTED
015200         ELSE
015300             MOVE 'REJECTED - NOT ON FILE' TO LA-DISPOSITION
015400             PERFORM 3100-WRITE-AUDIT-REJECTED
015500         END-IF
015600     END-IF
015700     PERFORM 8100-READ-LIMIT-TRAN.
015800*
015900 2300-APPLY-MATCHED-TRAN.
016000     MOVE OLD-LIMIT-RECORD TO NEW-LIMIT-RECORD
016100     MOVE CL-CREDIT-LIMIT OF OLD-LIMIT-RECORD TO LA-OLD-LIMIT
016200     PERFORM 2500-CHECK-TRAN-FIELDS
016300     EVALUATE TRUE
016400         WHEN NOT LT-ADD AND NOT LT-CHANGE AND NOT LT-DELETE
016500             MOVE 'REJECTED - BAD ACTION CODE' TO LA-DISPOSITION
016600             PERFORM 3100-WRITE-AUDIT-REJECTED
016700         WHEN LT-ADD
016800             AND CL-CREDIT-LIMIT OF OLD-LIMIT-RECORD NOT = ZERO
016900             MOVE 'REJECTED - ALREADY ON FILE' TO LA-DISPOSITION
017000             PERFORM 3100-WRITE-AUDIT-REJECTED
017100         WHEN NOT LT-ADD
017200             AND CL-CREDIT-LIMIT OF OLD-LIMIT-RECORD = ZERO
017300             MOVE 'REJECTED - NOT ON FILE' TO LA-DISPOSITION
017400             PERFORM 3100-WRITE-AUDIT-REJECTED
017500         WHEN LT-DELETE
017600             MOVE ZERO TO CL-CREDIT-LIMIT OF NEW-LIMIT-RECORD
017700             MOVE ZERO TO CL-WARN-PCT OF NEW-LIMIT-RECORD
017800             MOVE WS-RUN-DATE
017900                 TO CL-CHANGE-DATE OF NEW-LIMIT-RECORD
018000             MOVE 'DELETED' TO LA-DISPOSITION
018100             PERFORM 3000-WRITE-AUDIT-APPLIED
018200         WHEN NOT WS-TRAN-VALID
018300             PERFORM 3100-WRITE-AUDIT-REJECTED
018400         WHEN LT-ADD
018500             PERFORM 2400-SET-NEW-LIMIT
018600             MOVE 'ADDED' TO LA-DISPOSITION
018700             PERFORM 3000-WRITE-AUDIT-APPLIED
018800         WHEN OTHER
018900             PERFORM 2400-SET-NEW-LIMIT
019000             MOVE 'CHANGED' TO LA-DISPOSITION
019100             PERFORM 3000-WRITE-AUDIT-APPLIED
019200     END-EVALUATE
019300     PERFORM 2700-WRITE-NEW-LIMIT
019400     PERFORM 8000-READ-OLD-LIMIT
019500     PERFORM 8100-READ-LIMIT-TRAN.
019600*
019700*    STATUS, DAYS OVER AND HOME CLASS BELONG TO THE MONITOR AND
019800*    ARE LEFT AS THEY ARE.
019900*
020000 2400-SET-NEW-LIMIT.
020100     MOVE LT-CREDIT-LIMIT TO CL-CREDIT-LIMIT OF NEW-LIMIT-RECORD
020200     MOVE LT-WARN-PCT     TO CL-WARN-PCT OF NEW-LIMIT-RECORD
020300     MOVE WS-RUN-DATE     TO CL-CHANGE-DATE OF NEW-LIMIT-RECORD.
020400*
020500 2500-CHECK-TRAN-FIELDS.
020600     MOVE 'Y' TO WS-TRAN-VALID-SWITCH
020700     EVALUATE TRUE
020800         WHEN LT-RECORD-NO = ZERO
020900             MOVE 'N' TO WS-TRAN-VALID-SWITCH
021000             MOVE 'REJECTED - BAD RECORD NO' TO LA-DISPOSITION
021100         WHEN LT-DELETE
021200             CONTINUE
021300         WHEN LT-CREDIT-LIMIT = ZERO
021400             MOVE 'N' TO WS-TRAN-VALID-SWITCH
021500             MOVE 'REJECTED - BAD LIMIT' TO LA-DISPOSITION
021600         WHEN NOT LT-WARN-PCT-VALID
021700             MOVE 'N' TO WS-TRAN-VALID-SWITCH
021800             MOVE 'REJECTED - BAD WARNING PCT' TO LA-DISPOSITION
021900     END-EVALUATE.
022000*
022100 2600-FILL-ONE-POSITION.
022200     MOVE SPACES TO NEW-LIMIT-RECORD
022300     COMPUTE CL-RECORD-NO OF NEW-LIMIT-RECORD =
022400         WS-LAST-RECORD-NO + 1
022500     MOVE ZERO TO CL-CREDIT-LIMIT OF NEW-LIMIT-RECORD
022600     MOVE ZERO TO CL-WARN-PCT OF NEW-LIMIT-RECORD
022700     MOVE 'N'  TO CL-STATUS OF NEW-LIMIT-RECORD
022800     MOVE ZERO TO CL-OVER-SINCE OF NEW-LIMIT-RECORD
022900     MOVE ZERO TO CL-CHANGE-DATE OF NEW-LIMIT-RECORD
023000     ADD 1 TO WS-PADDED-COUNT
023100     PERFORM 2700-WRITE-NEW-LIMIT.
023200*
023300 2700-WRITE-NEW-LIMIT.
023400     WRITE NEW-LIMIT-RECORD
023500     MOVE CL-RECORD-NO OF NEW-LIMIT-RECORD TO WS-LAST-RECORD-NO.
023600*
023700 3000-WRITE-AUDIT-APPLIED.
023800     ADD 1 TO WS-APPLIED-COUNT
023900     MOVE CL-CREDIT-LIMIT OF NEW-LIMIT-RECORD TO LA-NEW-LIMIT
024000     PERFORM 3200-WRITE-AUDIT-RECORD.
024100*
024200 3100-WRITE-AUDIT-REJECTED.
024300     ADD 1 TO WS-REJECTED-COUNT
024400     MOVE LA-OLD-LIMIT TO LA-NEW-LIMIT
024500     PERFORM 3200-WRITE-AUDIT-RECORD.
024600*
024700 3200-WRITE-AUDIT-RECORD.
024800     MOVE WS-RUN-DATE    TO LA-RUN-DATE
024900     MOVE LT-ACTION-CODE TO LA-ACTION-CODE
025000     MOVE LT-RECORD-NO   TO LA-RECORD-NO
025050     MOVE LT-OPER-ID     TO LA-OPER-ID
025070     MOVE WS-RUN-TIME (1:6) TO LA-RUN-TIME
025100     WRITE LIMIT-AUDIT-RECORD.
025200*
025300 8000-READ-OLD-LIMIT.
025400     READ OLD-LIMIT-FILE
025500         AT END
025600             MOVE 'Y' TO WS-OLD-EOF-SWITCH
025700             MOVE WS-HIGH-VALUE-KEY TO WS-OLD-KEY
025800         NOT AT END
025900             MOVE CL-RECORD-NO OF OLD-LIMIT-RECORD TO WS-OLD-KEY
026000     END-READ.
026100*
026200 8100-READ-LIMIT-TRAN.
026210     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
026220     PERFORM 8110-READ-AND-SCREEN
026230         UNTIL WS-TRAN-SCREENED.
026240*
026250 8110-READ-AND-SCREEN.
026300     READ LIMIT-TRAN-FILE
026400         AT END
026500             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
026600             MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
026700         NOT AT END
026800             MOVE LT-RECORD-NO TO WS-TRAN-KEY
026805     END-READ
026810     IF WS-TRAN-EOF
026815         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
026820     ELSE
026825         PERFORM 8200-CHECK-AUTHORITY
026830     END-IF.
026835*
026840*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
026845*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
026850*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT AS BEFORE.
026860*    A LIMIT TOO LARGE FOR OPRCHK'S VALUE IS PASSED AS ITS
026865*    HIGHEST, SO IT CANNOT SLIP UNDER AN OPERATOR'S CAP.
026870*
026875 8200-CHECK-AUTHORITY.
026880     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
026885     IF LT-ADD OR LT-CHANGE OR LT-DELETE
026890         MOVE LT-ACTION-CODE TO WS-AUTH-ACTION
026895         IF LT-CREDIT-LIMIT > 99999999999.99
026900             MOVE 99999999999.99 TO WS-AUTH-VALUE
026905         ELSE
026910             MOVE LT-CREDIT-LIMIT TO WS-AUTH-VALUE
026915         END-IF
026920         CALL 'OPRCHK' USING LT-OPER-ID WS-AUTH-MASTER-FILE
026925             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
026930             WS-AUTH-STATUS WS-AUTH-DISPOSITION
026935         IF NOT WS-AUTH-GRANTED
026940             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
026945             MOVE WS-AUTH-DISPOSITION TO LA-DISPOSITION
026950             MOVE ZERO TO LA-OLD-LIMIT
026955             ADD 1 TO WS-UNAUTH-COUNT
026960             PERFORM 3100-WRITE-AUDIT-REJECTED
026965         END-IF
026970     END-IF.
027000*
027100 9999-EXIT.
027200     CLOSE OLD-LIMIT-FILE LIMIT-TRAN-FILE
027300           NEW-LIMIT-FILE LIMIT-AUDIT-FILE
027400     STOP RUN.
