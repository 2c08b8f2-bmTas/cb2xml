000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRMMNT.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  NIGHTLY BATCH - REFERENCE MAINTENANCE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - APPLY APPROVED ADD/CHANGE/ *
001400*                   DELETE REQUESTS FROM PRMAPPR TO THE BATCH    *
001500*                   PARAMETER REGISTRY (PRMMAST.CPY) BY          *
001600*                   SEQUENTIAL MATCH-MERGE ON PROGRAM, PARAMETER *
001700*                   NAME AND EFFECTIVE DATE, AS CALMNT DOES FOR  *
001800*                   THE CALENDAR.  EVERY REQUEST, APPLIED OR     *
001900*                   REJECTED, IS ADDED TO THE PERMANENT CHANGE   *
002000*                   LOG (PRMLOG.CPY) WITH THE VALUES BEFORE AND  *
002100*                   AFTER, THE MAKER AND THE CHECKER.  ONE       *
002200*                   CHANGE PER REGISTRY ROW PER RUN.             *
002210*   10/15/26  MO    THE CHANGE LOG NOW RECORDS THE TIME APPLIED  *
002220*                   AS WELL AS THE DATE, FOR THE CONSOLIDATED    *
002230*                   AUDIT STORE (AUDNORM).  LOG RECORDS WRITTEN  *
002240*                   BEFORE THIS CHANGE ARE CONVERTED ONCE WITH   *
002250*                   CPYCONV, TAKING A ZERO TIME.                 *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT CHG-SORT-FILE   ASSIGN TO SRTWK01.
003200     SELECT APPROVED-FILE   ASSIGN TO PRMAPRVD
003300         ORGANIZATION IS SEQUENTIAL.
003400     SELECT SORTED-CHG-FILE ASSIGN TO PRMSRTD
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT OLD-PRM-FILE    ASSIGN TO PRMOLD
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT NEW-PRM-FILE    ASSIGN TO PRMNEW
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT OPTIONAL PRM-LOG-FILE ASSIGN TO PRMLOG
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 SD  CHG-SORT-FILE.
004500 01  CHG-SORT-RECORD.
004600     05  SC-CHANGE-ID            PIC 9(08).
004700     05  SC-ACTION-CODE          PIC X(01).
004800     05  SC-KEY                  PIC X(32).
004900     05  FILLER                  PIC X(97).
005000*
005100 FD  APPROVED-FILE.
005200 01  APPROVED-RECORD             PIC X(138).
005300*
005400 FD  SORTED-CHG-FILE.
005500     COPY "PRMCHG.cpy".
005600*
005700 FD  OLD-PRM-FILE.
005800     COPY "PRMMAST.cpy" REPLACING ==PARAMETER-MASTER-RECORD== BY
005900                                  ==OLD-PRM-RECORD==.
006000*
006100 FD  NEW-PRM-FILE.
006200     COPY "PRMMAST.cpy" REPLACING ==PARAMETER-MASTER-RECORD== BY
006300                                  ==NEW-PRM-RECORD==.
006400*
006500 FD  PRM-LOG-FILE.
006600     COPY "PRMLOG.cpy".
006700*
006800 WORKING-STORAGE SECTION.
006900*
007000 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
007100     88  WS-OLD-EOF              VALUE 'Y'.
007200 01  WS-TRAN-EOF-SWITCH          PIC X(01) VALUE 'N'.
007300     88  WS-TRAN-EOF             VALUE 'Y'.
007400*
007500 01  WS-RUN-DATE                 PIC 9(08).
007550 01  WS-RUN-TIME                 PIC 9(08).
007600 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
007700 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
007800*
007900 01  WS-OLD-KEY                  PIC X(32).
008000 01  WS-TRAN-KEY                 PIC X(32).
008100 01  WS-PREV-TRAN-KEY            PIC X(32) VALUE LOW-VALUES.
008200 01  WS-HIGH-VALUE-KEY           PIC X(32) VALUE HIGH-VALUES.
008300*
008400 PROCEDURE DIVISION.
008500*
008600 0000-MAINLINE.
008700     PERFORM 1000-INITIALIZE
008800     PERFORM 2000-MATCH-ONE-KEY
008900         UNTIL WS-OLD-EOF AND WS-TRAN-EOF
009000     DISPLAY 'PRMMNT - CHANGES APPLIED:       ' WS-APPLIED-COUNT
009100     DISPLAY 'PRMMNT - CHANGES REJECTED:      '
009200         WS-REJECTED-COUNT
009300     PERFORM 9999-EXIT.
009400*
009500*    PRMAPPR RELEASES CHANGES IN CHANGE-ID ORDER; THEY ARE PUT
009600*    INTO REGISTRY ORDER HERE.
009700*
009800 1000-INITIALIZE.
009900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009950     ACCEPT WS-RUN-TIME FROM TIME
010000     SORT CHG-SORT-FILE
010100         ON ASCENDING KEY SC-KEY SC-CHANGE-ID
010200         USING APPROVED-FILE
010300         GIVING SORTED-CHG-FILE
010400     OPEN INPUT  OLD-PRM-FILE
010500     OPEN INPUT  SORTED-CHG-FILE
010600     OPEN OUTPUT NEW-PRM-FILE
010700     OPEN EXTEND PRM-LOG-FILE
010800     PERFORM 8000-READ-OLD-PRM
010900     PERFORM 8100-READ-CHANGE.
011000*
011100 2000-MATCH-ONE-KEY.
011200     IF WS-OLD-KEY < WS-TRAN-KEY
011300         PERFORM 2100-KEEP-OLD-RECORD
011400     ELSE
011500         IF WS-OLD-KEY > WS-TRAN-KEY
011600             PERFORM 2200-APPLY-UNMATCHED-TRAN
011700         ELSE
011800             PERFORM 2300-APPLY-MATCHED-TRAN
011900         END-IF
012000     END-IF.
012100*
012200 2100-KEEP-OLD-RECORD.
012300     MOVE OLD-PRM-RECORD TO NEW-PRM-RECORD
012400     WRITE NEW-PRM-RECORD
012500     PERFORM 8000-READ-OLD-PRM.
012600*
012700*    A SECOND CHANGE TO A ROW ALREADY TOUCHED THIS RUN FINDS
012800*    NOTHING LEFT TO MATCH, SO IT IS TURNED BACK FOR THE NEXT
012900*    RUN RATHER THAN TAKEN FOR AN ADD.
013000*
013100 2200-APPLY-UNMATCHED-TRAN.
013200     MOVE 0      TO PL-OLD-NUMERIC-VALUE
013300     MOVE SPACES TO PL-OLD-TEXT-VALUE
013400     EVALUATE TRUE
013500         WHEN WS-TRAN-KEY = WS-PREV-TRAN-KEY
013600             MOVE 'REJECTED - ONE PER RUN' TO PL-DISPOSITION
013700             PERFORM 3100-WRITE-LOG-REJECTED
013800         WHEN PC-ADD
013900             PERFORM 2400-BUILD-NEW-RECORD
014000             WRITE NEW-PRM-RECORD
014100             MOVE 'ADDED' TO PL-DISPOSITION
014200             PERFORM 3000-WRITE-LOG-APPLIED
014300         WHEN OTHER
014400             MOVE 'REJECTED - NOT ON FILE' TO PL-DISPOSITION
014500             PERFORM 3100-WRITE-LOG-REJECTED
014600     END-EVALUATE
014700     PERFORM 8100-READ-CHANGE.
014800*
014900 2300-APPLY-MATCHED-TRAN.
015000     MOVE PM-NUMERIC-VALUE OF OLD-PRM-RECORD
015100         TO PL-OLD-NUMERIC-VALUE
015200     MOVE PM-TEXT-VALUE OF OLD-PRM-RECORD
015300         TO PL-OLD-TEXT-VALUE
015400     EVALUATE TRUE
015500         WHEN PC-DELETE
015600             MOVE 'DELETED' TO PL-DISPOSITION
015700             PERFORM 3000-WRITE-LOG-APPLIED
015800         WHEN PC-CHANGE
015900             PERFORM 2400-BUILD-NEW-RECORD
016000             WRITE NEW-PRM-RECORD
016100             MOVE 'CHANGED' TO PL-DISPOSITION
016200             PERFORM 3000-WRITE-LOG-APPLIED
016300         WHEN PC-ADD
016400             MOVE OLD-PRM-RECORD TO NEW-PRM-RECORD
016500             WRITE NEW-PRM-RECORD
016600             MOVE 'REJECTED - DUPLICATE KEY' TO PL-DISPOSITION
016700             PERFORM 3100-WRITE-LOG-REJECTED
016800         WHEN OTHER
016900             MOVE OLD-PRM-RECORD TO NEW-PRM-RECORD
017000             WRITE NEW-PRM-RECORD
017100             MOVE 'REJECTED - BAD CHANGE CODE' TO PL-DISPOSITION
017200             PERFORM 3100-WRITE-LOG-REJECTED
017300     END-EVALUATE
017400     PERFORM 8000-READ-OLD-PRM
017500     PERFORM 8100-READ-CHANGE.
017600*
017700 2400-BUILD-NEW-RECORD.
017800     MOVE PC-PROGRAM        TO PM-PROGRAM OF NEW-PRM-RECORD
017900     MOVE PC-PARM-NAME      TO PM-PARM-NAME OF NEW-PRM-RECORD
018000     MOVE PC-EFFECTIVE-DATE TO PM-EFFECTIVE-DATE
018100         OF NEW-PRM-RECORD
018200     MOVE PC-NUMERIC-VALUE  TO PM-NUMERIC-VALUE
018300         OF NEW-PRM-RECORD
018400     MOVE PC-TEXT-VALUE     TO PM-TEXT-VALUE OF NEW-PRM-RECORD
018500     MOVE PC-DESCRIPTION    TO PM-DESCRIPTION OF NEW-PRM-RECORD
018600     MOVE PC-MAKER-OPER     TO PM-MAKER-OPER OF NEW-PRM-RECORD
018700     MOVE PC-CHECKER-OPER   TO PM-CHECKER-OPER OF NEW-PRM-RECORD
018800     MOVE PC-APPROVE-DATE   TO PM-APPROVE-DATE OF NEW-PRM-RECORD.
018900*
019000 3000-WRITE-LOG-APPLIED.
019100     ADD 1 TO WS-APPLIED-COUNT
019200     PERFORM 3200-WRITE-LOG-RECORD.
019300*
019400 3100-WRITE-LOG-REJECTED.
019500     ADD 1 TO WS-REJECTED-COUNT
019600     PERFORM 3200-WRITE-LOG-RECORD.
019700*
019800 3200-WRITE-LOG-RECORD.
019900     MOVE WS-RUN-DATE             TO PL-APPLIED-DATE
019950     MOVE WS-RUN-TIME (1:6)       TO PL-APPLIED-TIME
020000     MOVE PARAMETER-CHANGE-RECORD TO PL-CHANGE-IMAGE
020100     WRITE PARAMETER-LOG-RECORD.
020200*
020300 8000-READ-OLD-PRM.
020400     READ OLD-PRM-FILE
020500         AT END
020600             MOVE 'Y' TO WS-OLD-EOF-SWITCH
020700             MOVE WS-HIGH-VALUE-KEY TO WS-OLD-KEY
020800         NOT AT END
020900             MOVE PM-KEY OF OLD-PRM-RECORD TO WS-OLD-KEY
021000     END-READ.
021100*
021200 8100-READ-CHANGE.
021300     READ SORTED-CHG-FILE
021400         AT END
021500             MOVE 'Y' TO WS-TRAN-EOF-SWITCH
021600             MOVE WS-HIGH-VALUE-KEY TO WS-TRAN-KEY
021700         NOT AT END
021800             MOVE WS-TRAN-KEY TO WS-PREV-TRAN-KEY
021900             MOVE PC-KEY TO WS-TRAN-KEY
022000     END-READ.
022100*
022200 9999-EXIT.
022300     CLOSE OLD-PRM-FILE SORTED-CHG-FILE
022400           NEW-PRM-FILE PRM-LOG-FILE
022500     STOP RUN.
