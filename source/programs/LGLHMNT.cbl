000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    LGLHMNT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  NIGHTLY BATCH - ARCHIVE MANAGEMENT.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - LEGAL'S PLACE AND RELEASE  *
001400*                   TRANSACTIONS AGAINST THE LEGAL HOLD REGISTER *
001500*                   (LGLHOLD.CPY) BY SEQUENTIAL MATCH-MERGE ON   *
001600*                   HOLD ID, THE SAME SHAPE AS HOLDMNT.  A       *
001700*                   PLACED HOLD MUST NAME A KNOWN KEY TYPE, A    *
001800*                   NUMERIC KEY RANGE OF THAT TYPE'S LENGTH, AND *
001900*                   A REASON.  A RELEASE MARKS THE HOLD RELEASED *
002000*                   AND KEEPS IT ON THE REGISTER; A HOLD ID IS   *
002100*                   NEVER REUSED.  EVERY TRANSACTION IS CHECKED  *
002200*                   THROUGH OPRCHK AND AUDITED WITH ITS OPERATOR *
002300*                   AND DISPOSITION.                             *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL OLD-LGL-FILE ASSIGN TO LGLHOLDO
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT LGL-TRAN-FILE  ASSIGN TO LGLHTRAN
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT NEW-LGL-FILE   ASSIGN TO LGLHOLDN
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT LGL-AUDIT-FILE ASSIGN TO LGLHAUDT
003900         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  OLD-LGL-FILE.
004300     COPY "LGLHOLD.cpy" REPLACING ==LEGAL-HOLD-RECORD== BY
004400                                  ==OLD-LGL-RECORD==.
004500*
004600 FD  LGL-TRAN-FILE.
004700 01  LGL-TRAN-RECORD.
004800     05  LT-ACTION-CODE          PIC X(01).
004900         88  LT-PLACE            VALUE 'P'.
005000         88  LT-RELEASE          VALUE 'R'.
005100     05  LT-HOLD-ID              PIC X(10).
005200     05  LT-KEY-TYPE             PIC X(01).
005300     05  LT-KEY-LOW              PIC X(20).
005400     05  LT-KEY-HIGH             PIC X(20).
005500     05  LT-REASON               PIC X(40).
005600     05  LT-OPER-ID              PIC X(08).
005700*
005800 FD  NEW-LGL-FILE.
005900     COPY "LGLHOLD.cpy" REPLACING ==LEGAL-HOLD-RECORD== BY
006000                                  ==NEW-LGL-RECORD==.
006100*
006200 FD  LGL-AUDIT-FILE.
006300 01  LGL-AUDIT-RECORD.
006400     05  LA-RUN-DATE             PIC 9(08).
006500     05  LA-ACTION-CODE          PIC X(01).
006600     05  LA-HOLD-ID              PIC X(10).
006700     05  LA-KEY-TYPE             PIC X(01).
006800     05  LA-KEY-LOW              PIC X(20).
006900     05  LA-KEY-HIGH             PIC X(20).
007000     05  LA-REASON               PIC X(40).
007100     05  LA-DISPOSITION          PIC X(25).
007200     05  LA-OPER-ID              PIC X(08).
007300     05  LA-RUN-TIME             PIC 9(06).
007400*
007500 WORKING-STORAGE SECTION.
007600*
007700 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
007800     88  WS-OLD-EOF              VALUE 'Y'.
007900 01  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
008000     88  WS-TRAN-EOF             VALUE 'Y'.
008100 01  WS-RANGE-VALID-SWITCH       PIC X(01).
008200     88  WS-RANGE-VALID          VALUE 'Y'.
008300*
008400 01  WS-RUN-DATE                 PIC 9(08).
008500 01  WS-RUN-TIME                 PIC 9(08).
008600 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
008700 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
008800 01  WS-UNAUTH-COUNT             PIC 9(07) VALUE 0.
008900*
009000*    THE MASTER FILE AS NAMED ON THE OPERATOR AUTHORITY MASTER,
009100*    AND OPRCHK'S ANSWER FOR THE TRANSACTION IN HAND.  PLACING A
009200*    HOLD IS CHECKED AS AN ADD AND RELEASING ONE AS A DELETE.
009300*
009400 01  WS-AUTH-MASTER-FILE         PIC X(08) VALUE 'LGLHOLD'.
009500 01  WS-AUTH-ACTION              PIC X(01).
009600 01  WS-AUTH-VALUE               PIC S9(11)V99 VALUE 0.
009700 01  WS-AUTH-STATUS              PIC X(01).
009800     88  WS-AUTH-GRANTED         VALUE 'Y'.
009900 01  WS-AUTH-DISPOSITION         PIC X(25).
010000 01  WS-TRAN-SCREENED-SWITCH     PIC X(01) VALUE 'N'.
010100     88  WS-TRAN-SCREENED        VALUE 'Y'.
010200*
010300*    DIGITS EACH KEY TYPE CARRIES, LEFT-JUSTIFIED IN THE 20-BYTE
010400*    KEY; ZERO FOR A TYPE THE REGISTER DOES NOT KNOW.
010500*
010600 01  WS-KEY-LENGTH               PIC 9(02) COMP.
010700 01  WS-KEY-FILL                 PIC 9(02) COMP.
010800*
010900 01  WS-OLD-KEY                  PIC X(10).
011000 01  WS-TRAN-KEY                 PIC X(10).
011100 01  WS-HIGH-VALUE-KEY           PIC X(10) VALUE HIGH-VALUES.
011200*
011300 PROCEDURE DIVISION.
011400*
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE
011700     PERFORM 2000-MATCH-ONE-KEY
011800         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
011900     DISPLAY 'LGLHMNT - TRANSACTIONS APPLIED:  ' WS-APPLIED-COUNT
012000     DISPLAY 'LGLHMNT - TRANSACTIONS REJECTED: ' WS-REJECTED-COUNT
012100     DISPLAY 'LGLHMNT - UNAUTHORISED:          ' WS-UNAUTH-COUNT
012200     PERFORM 9999-EXIT.
012300*
012400 1000-INITIALIZE.
012500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012600     ACCEPT WS-RUN-TIME FROM TIME
012700     OPEN INPUT  OLD-LGL-FILE
012800     OPEN INPUT  LGL-TRAN-FILE
012900     OPEN OUTPUT NEW-LGL-FILE
013000     OPEN OUTPUT LGL-AUDIT-FILE
013100     PERFORM 8000-READ-OLD-HOLD
013200     PERFORM 8100-READ-LGL-TRAN.
013300*
013400 2000-MATCH-ONE-KEY.
013500     IF WS-OLD-KEY < WS-TRAN-KEY
013600         PERFORM 2100-KEEP-OLD-RECORD
013700     ELSE
013800         IF WS-OLD-KEY > WS-TRAN-KEY
013900             PERFORM 2200-APPLY-UNMATCHED-TRAN
014000         ELSE
014100             PERFORM 2300-APPLY-MATCHED-TRAN
014200         END-IF
014300     END-IF.
014400*
014500 2100-KEEP-OLD-RECORD.
014600     MOVE OLD-LGL-RECORD TO NEW-LGL-RECORD
014700     WRITE NEW-LGL-RECORD
014800     PERFORM 8000-READ-OLD-HOLD.
014900*
015000 2200-APPLY-UNMATCHED-TRAN.
015100     EVALUATE TRUE
015200         WHEN LT-PLACE
015300             PERFORM 2210-PLACE-NEW-HOLD
015400         WHEN LT-RELEASE
015500             MOVE 'REJECTED - NOT ON FILE' TO LA-DISPOSITION
015600             PERFORM 3100-WRITE-AUDIT-REJECTED
015700         WHEN OTHER
015800             MOVE 'REJECTED - BAD ACTION' TO LA-DISPOSITION
015900             PERFORM 3100-WRITE-AUDIT-REJECTED
016000     END-EVALUATE
016100     PERFORM 8100-READ-LGL-TRAN.
016200*
016300 2210-PLACE-NEW-HOLD.
016400     PERFORM 2400-CHECK-KEY-RANGE
016500     EVALUATE TRUE
016600         WHEN WS-KEY-LENGTH = ZERO
016700             MOVE 'REJECTED - BAD KEY TYPE' TO LA-DISPOSITION
016800             PERFORM 3100-WRITE-AUDIT-REJECTED
016900         WHEN NOT WS-RANGE-VALID
017000             MOVE 'REJECTED - BAD KEY RANGE' TO LA-DISPOSITION
017100             PERFORM 3100-WRITE-AUDIT-REJECTED
017200         WHEN LT-REASON = SPACES
017300             MOVE 'REJECTED - NO REASON' TO LA-DISPOSITION
017400             PERFORM 3100-WRITE-AUDIT-REJECTED
017500         WHEN OTHER
017600             MOVE LT-HOLD-ID   TO LH-HOLD-ID OF NEW-LGL-RECORD
017700             MOVE LT-KEY-TYPE  TO LH-KEY-TYPE OF NEW-LGL-RECORD
017800             MOVE LT-KEY-LOW   TO LH-KEY-LOW OF NEW-LGL-RECORD
017900             MOVE LT-KEY-HIGH  TO LH-KEY-HIGH OF NEW-LGL-RECORD
018000             MOVE LT-REASON    TO LH-REASON OF NEW-LGL-RECORD
018100             MOVE 'A'          TO LH-STATUS OF NEW-LGL-RECORD
018200             MOVE WS-RUN-DATE  TO LH-PLACED-DATE OF NEW-LGL-RECORD
018300             MOVE LT-OPER-ID   TO LH-PLACED-BY OF NEW-LGL-RECORD
018400             MOVE ZERO         TO LH-RELEASED-DATE
018500                            OF NEW-LGL-RECORD
018600             MOVE SPACES       TO LH-RELEASED-BY OF NEW-LGL-RECORD
018700             WRITE NEW-LGL-RECORD
018800             MOVE 'PLACED' TO LA-DISPOSITION
018900             PERFORM 3000-WRITE-AUDIT-APPLIED
019000     END-EVALUATE.
019100*
019200*    A HOLD ID ALREADY ON THE REGISTER, ACTIVE OR RELEASED, CANNOT
019300*    BE PLACED AGAIN - A NEW HOLD TAKES A NEW ID SO THE HISTORY OF
019400*    THE OLD ONE STANDS.
019500*
019600 2300-APPLY-MATCHED-TRAN.
019700     MOVE OLD-LGL-RECORD TO NEW-LGL-RECORD
019800     EVALUATE TRUE
019900         WHEN LT-RELEASE AND LH-ACTIVE OF OLD-LGL-RECORD
020000             MOVE 'R'         TO LH-STATUS OF NEW-LGL-RECORD
020100             MOVE WS-RUN-DATE TO LH-RELEASED-DATE
020200                           OF NEW-LGL-RECORD
020300             MOVE LT-OPER-ID  TO LH-RELEASED-BY OF NEW-LGL-RECORD
020400             MOVE 'RELEASED' TO LA-DISPOSITION
020500             PERFORM 3000-WRITE-AUDIT-APPLIED
020600         WHEN LT-RELEASE
020700             MOVE 'REJECTED - ALREADY RELEASED' TO LA-DISPOSITION
020800             PERFORM 3100-WRITE-AUDIT-REJECTED
020900         WHEN LT-PLACE AND LH-ACTIVE OF OLD-LGL-RECORD
021000             MOVE 'REJECTED - ALREADY HELD' TO LA-DISPOSITION
021100             PERFORM 3100-WRITE-AUDIT-REJECTED
021200         WHEN LT-PLACE
021300             MOVE 'REJECTED - HOLD ID USED' TO LA-DISPOSITION
021400             PERFORM 3100-WRITE-AUDIT-REJECTED
021500         WHEN OTHER
021600             MOVE 'REJECTED - BAD ACTION' TO LA-DISPOSITION
021700             PERFORM 3100-WRITE-AUDIT-REJECTED
021800     END-EVALUATE
021900     WRITE NEW-LGL-RECORD
022000     PERFORM 8000-READ-OLD-HOLD
022100     PERFORM 8100-READ-LGL-TRAN.
022200*
022300*    BOTH ENDS OF THE RANGE MUST BE ALL DIGITS FOR THE TYPE'S
022400*    LENGTH WITH NOTHING AFTER THEM, AND THE LOW END NOT ABOVE
022500*    THE HIGH.
022600*
022700 2400-CHECK-KEY-RANGE.
022800     EVALUATE LT-KEY-TYPE
022900         WHEN 'P'
023000             MOVE 8 TO WS-KEY-LENGTH
023100         WHEN 'M'
023200             MOVE 20 TO WS-KEY-LENGTH
023300         WHEN 'C'
023400             MOVE 16 TO WS-KEY-LENGTH
023500         WHEN 'A'
023600             MOVE 9 TO WS-KEY-LENGTH
023700         WHEN OTHER
023800             MOVE 0 TO WS-KEY-LENGTH
023900     END-EVALUATE
024000     MOVE 'N' TO WS-RANGE-VALID-SWITCH
024100     IF WS-KEY-LENGTH > ZERO
024200         AND LT-KEY-LOW (1:WS-KEY-LENGTH) IS NUMERIC
024300         AND LT-KEY-HIGH (1:WS-KEY-LENGTH) IS NUMERIC
024400         AND LT-KEY-LOW <= LT-KEY-HIGH
024500         MOVE 'Y' TO WS-RANGE-VALID-SWITCH
024600         IF WS-KEY-LENGTH < 20
024700             COMPUTE WS-KEY-FILL = 20 - WS-KEY-LENGTH
024800             IF LT-KEY-LOW (WS-KEY-LENGTH + 1:WS-KEY-FILL)
024900                     NOT = SPACES
025000                 OR LT-KEY-HIGH (WS-KEY-LENGTH + 1:WS-KEY-FILL)
025100                     NOT = SPACES
025200                 MOVE 'N' TO WS-RANGE-VALID-SWITCH
025300             END-IF
025400         END-IF
025500     END-IF.
025600*
025700 3000-WRITE-AUDIT-APPLIED.
025800     ADD 1 TO WS-APPLIED-COUNT
025900     PERFORM 3200-WRITE-AUDIT-RECORD.
026000*
026100 3100-WRITE-AUDIT-REJECTED.
026200     ADD 1 TO WS-REJECTED-COUNT
026300     PERFORM 3200-WRITE-AUDIT-RECORD.
026400*
026500*    A RELEASE IS AUDITED WITH THE RANGE AND REASON OF THE HOLD
026600*    IT RELEASED, AS THE TRANSACTION NEED CARRY ONLY THE ID.
026700*
026800 3200-WRITE-AUDIT-RECORD.
026900     MOVE WS-RUN-DATE    TO LA-RUN-DATE
027000     MOVE WS-RUN-TIME (1:6) TO LA-RUN-TIME
027100     MOVE LT-ACTION-CODE TO LA-ACTION-CODE
027200     MOVE LT-HOLD-ID     TO LA-HOLD-ID
027300     MOVE LT-OPER-ID     TO LA-OPER-ID
027400     IF LT-RELEASE AND WS-OLD-KEY = WS-TRAN-KEY
027500         MOVE LH-KEY-TYPE OF OLD-LGL-RECORD TO LA-KEY-TYPE
027600         MOVE LH-KEY-LOW OF OLD-LGL-RECORD  TO LA-KEY-LOW
027700         MOVE LH-KEY-HIGH OF OLD-LGL-RECORD TO LA-KEY-HIGH
027800         MOVE LH-REASON OF OLD-LGL-RECORD   TO LA-REASON
027900     ELSE
028000         MOVE LT-KEY-TYPE TO LA-KEY-TYPE
028100         MOVE LT-KEY-LOW  TO LA-KEY-LOW
028200         MOVE LT-KEY-HIGH TO LA-KEY-HIGH
028300         MOVE LT-REASON   TO LA-REASON
028400     END-IF
028500     WRITE LGL-AUDIT-RECORD.
028600*
028700 8000-READ-OLD-HOLD.
028800     IF WS-OLD-EOF
028900         MOVE WS-HIGH-VALUE-KEY TO WS-OLD-KEY
029000     ELSE
029100         READ OLD-LGL-FILE
029200             AT END
029300                 MOVE 'Y' TO WS-OLD-EOF-SWITCH
029400                 MOVE WS-HIGH-VALUE-KEY TO WS-OLD-KEY
029500             NOT AT END
029600                 MOVE LH-HOLD-ID OF OLD-LGL-RECORD TO WS-OLD-KEY
029700         END-READ
029800     END-IF.
029900*
030000 8100-READ-LGL-TRAN.
030100     MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
030200     PERFORM 8110-READ-AND-SCREEN
030300         UNTIL WS-TRAN-SCREENED.
030400*
030500 8110-READ-AND-SCREEN.
030600     IF WS-TRAN-EOF
030700         MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
030800     ELSE
030900         READ LGL-TRAN-FILE
031000             AT END
031100                 MOVE 'Y' TO WS-TRAN-EOF-SWITCH
031200                 MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
031300             NOT AT END
031400                 MOVE LT-HOLD-ID TO WS-TRAN-KEY
031500         END-READ
031600     END-IF
031700     IF WS-TRAN-EOF
031800         MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
031900     ELSE
032000         PERFORM 8200-CHECK-AUTHORITY
032100     END-IF.
032200*
032300*    A TRANSACTION THE OPERATOR MAY NOT APPLY IS REJECTED TO THE
032400*    AUDIT TRAIL HERE AND NEVER REACHES THE MATCH.  ONE WITH A BAD
032500*    ACTION CODE IS LEFT FOR THE MATCH TO REJECT.
032600*
032700 8200-CHECK-AUTHORITY.
032800     MOVE 'Y' TO WS-TRAN-SCREENED-SWITCH
032900     IF LT-PLACE OR LT-RELEASE
033000         IF LT-PLACE
033100             MOVE 'A' TO WS-AUTH-ACTION
033200         ELSE
033300             MOVE 'D' TO WS-AUTH-ACTION
033400         END-IF
033500         CALL 'OPRCHK' USING LT-OPER-ID WS-AUTH-MASTER-FILE
033600             WS-AUTH-ACTION WS-AUTH-VALUE WS-RUN-DATE
033700             WS-AUTH-STATUS WS-AUTH-DISPOSITION
033800         IF NOT WS-AUTH-GRANTED
033900             MOVE 'N' TO WS-TRAN-SCREENED-SWITCH
034000             MOVE WS-AUTH-DISPOSITION TO LA-DISPOSITION
034100             ADD 1 TO WS-UNAUTH-COUNT
034200             PERFORM 3100-WRITE-AUDIT-REJECTED
034300         END-IF
034400     END-IF.
034500*
034600 9999-EXIT.
034700     CLOSE OLD-LGL-FILE LGL-TRAN-FILE
034800           NEW-LGL-FILE LGL-AUDIT-FILE
034900     STOP RUN.
