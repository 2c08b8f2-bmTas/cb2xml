002330*                   OUTPUT IMAGE WIDENED TO MATCH.  THE SUITE    *
002340*                   NOW RUNS PER COMPANY AGAINST THE COMPSPLT    *
002350*                   SPLIT FILES.                                 *
002352*   10/15/26  MO    APPROVED SERVICE-CHARGE WAIVERS (FEEWAPR,    *
002354*                   FEEWAIV.CPY) ARE SORTED TO MASTER POSITION   *
002356*                   AND TAKEN OFF THE COMPUTED CHARGE, NEVER     *
002358*                   BELOW ZERO.  EACH WAIVER IS WRITTEN TO THE   *
002360*                   APPLIED REGISTER WITH THE AMOUNT TAKEN, FOR  *
002362*                   GLJOURNL'S FEE-INCOME REVERSAL; ANY PART     *
002364*                   LEFT OVER IS CARRIED TO THE NEXT RUN, AND A  *
002366*                   WAIVER FOR A POSITION NOT ON THE MASTER SETS *
002368*                   RC 4.  THE PARALLEL DIFFERENCE IS STILL      *
002370*                   TAKEN BEFORE ANY WAIVER.                     *
002372*   10/15/26  MO    A RUN DATED INTO A PERIOD THE MONTH-END      *
002374*                   CLOSE HAS LOCKED (PERCHK) CHANGES NO CHARGE: *
002376*                   THE MASTER GOES OUT WITH ITS INCOMING        *
002378*                   SERV-CHG, EACH RECOMPUTED DIFFERENCE GOES TO *
002380*                   THE PRIOR-PERIOD ADJUSTMENT FILE FOR         *
002382*                   FINANCE, WAIVERS ARE CARRIED UNAPPLIED, AND  *
002384*                   RC 4 IS SET.                                 *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT FEE-DIFF-FILE    ASSIGN TO FEEDIFFT
003900         ORGANIZATION IS SEQUENTIAL.
003910     SELECT OPTIONAL WAIV-IN-FILE ASSIGN TO FEEWAIVI
003920         ORGANIZATION IS SEQUENTIAL.
003930     SELECT SORT-WORK-FILE   ASSIGN TO SRTWK01.
003940     SELECT SORTED-WAIV-FILE ASSIGN TO FEEWSRT
003950         ORGANIZATION IS SEQUENTIAL.
003960     SELECT WAIV-APPLIED-FILE ASSIGN TO FEEWAPLO
003970         ORGANIZATION IS SEQUENTIAL.
003980     SELECT WAIV-CARRY-FILE  ASSIGN TO FEEWCARO
003982         ORGANIZATION IS SEQUENTIAL.
003984     SELECT OPTIONAL PRIOR-ADJ-FILE ASSIGN TO PPADJF
003990         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CURR-MASTER-FILE.
006600     05  FE-INCOMING-CHARGE      PIC S9(13)V99.
006700     05  FE-COMPUTED-CHARGE      PIC S9(13)V99.
006800     05  FE-DIFFERENCE           PIC S9(13)V99.
006802*
006804*    APPROVED WAIVERS FROM FEEWAPR, WITH THE PREVIOUS RUN'S
006806*    CARRIED WAIVERS CONCATENATED BEHIND THEM.  THEY ARRIVE IN
006808*    WAIVER-ID ORDER AND ARE SORTED TO MASTER POSITION.
006810*
006812 FD  WAIV-IN-FILE.
006814 01  WAIV-IN-RECORD              PIC X(77).
006816*
006818 SD  SORT-WORK-FILE.
006820 01  SORT-WORK-RECORD.
006822     05  SW-WAIVER-ID            PIC 9(08).
006824     05  SW-RECORD-NO            PIC 9(09).
006826     05  FILLER                  PIC X(60).
006828*
006830 FD  SORTED-WAIV-FILE.
006832     COPY "FEEWAIV.cpy".
006834*
006836 FD  WAIV-APPLIED-FILE.
006838 01  WAIV-APPLIED-RECORD         PIC X(77).
006840*
006842 FD  WAIV-CARRY-FILE.
006844 01  WAIV-CARRY-RECORD           PIC X(77).
006854*
006864 FD  PRIOR-ADJ-FILE.
006874     COPY "PPADJ.cpy".
006900*
007000 WORKING-STORAGE SECTION.
007100*
007300     88  WS-MSTR-EOF             VALUE 'Y'.
007400 01  WS-SCHED-EOF-SWITCH         PIC X(01) VALUE 'N'.
007500     88  WS-SCHED-EOF            VALUE 'Y'.
007520 01  WS-WAIV-EOF-SWITCH          PIC X(01) VALUE 'N'.
007540     88  WS-WAIV-EOF             VALUE 'Y'.
007600*
007700 01  WS-RECORD-NO                PIC 9(09) VALUE 0.
007800 01  WS-DIFF-COUNT               PIC 9(09) VALUE 0.
007900 01  WS-COMPUTED-CHARGE          PIC S9(13)V99 COMP-3.
008000 01  WS-INCOMING-CHARGE          PIC S9(13)V99 COMP-3.
008010*
008020 01  WS-RUN-DATE                 PIC 9(08).
008030 01  WS-WAIVER-KEY               PIC 9(09).
008040 01  WS-HIGH-VALUE-KEY           PIC 9(09) VALUE 999999999.
008050 01  WS-WAIVE-AMT                PIC S9(13)V99 COMP-3.
008060 01  WS-WAIVED-COUNT             PIC 9(07) VALUE 0.
008070 01  WS-WAIVED-TOTAL             PIC 9(11)V99 VALUE 0.
008080 01  WS-CARRIED-COUNT            PIC 9(07) VALUE 0.
008090 01  WS-NO-ACCT-COUNT            PIC 9(07) VALUE 0.
008092 01  WS-HELD-COUNT               PIC 9(05) VALUE 0.
008094 01  WS-PERIOD-STATUS            PIC X(01).
008096     88  WS-PERIOD-CLOSED        VALUE 'C'.
008100*
008200 01  FS-TABLE-MAX                PIC 9(02) COMP VALUE 36.
008300 01  FS-TABLE-COUNT              PIC 9(02) COMP VALUE 0.
009700     PERFORM 1000-INITIALIZE
009800     PERFORM 2000-PRICE-ONE-ACCOUNT
009900         UNTIL WS-MSTR-EOF
009920     PERFORM 2300-REJECT-ONE-WAIVER
009940         UNTIL WS-WAIV-EOF
010000     DISPLAY 'FEECALC - ACCOUNTS PRICED:     ' WS-RECORD-NO
010100     DISPLAY 'FEECALC - PARALLEL DIFFERENCES: ' WS-DIFF-COUNT
010110     DISPLAY 'FEECALC - WAIVERS APPLIED:      ' WS-WAIVED-COUNT
010120     DISPLAY 'FEECALC - AMOUNT WAIVED:        ' WS-WAIVED-TOTAL
010130     DISPLAY 'FEECALC - WAIVERS CARRIED:      ' WS-CARRIED-COUNT
010140     DISPLAY 'FEECALC - WAIVERS NO ACCOUNT:   ' WS-NO-ACCT-COUNT
010145     DISPLAY 'FEECALC - HELD, PERIOD CLOSED:  ' WS-HELD-COUNT
010150     IF WS-NO-ACCT-COUNT > ZERO
010155         OR WS-PERIOD-CLOSED
010160         MOVE 4 TO RETURN-CODE
010170     END-IF
010200     PERFORM 9999-EXIT.
010300*
010400 1000-INITIALIZE.
010450     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
010470     CALL 'PERCHK' USING WS-RUN-DATE WS-PERIOD-STATUS
010500     OPEN INPUT FEE-SCHED-FILE
010600     READ FEE-SCHED-FILE
010700         AT END MOVE 'Y' TO WS-SCHED-EOF-SWITCH
011200     OPEN INPUT  CURR-MASTER-FILE
011300     OPEN OUTPUT FEE-MASTER-OUT
011400     OPEN OUTPUT FEE-DIFF-FILE
011410     SORT SORT-WORK-FILE
011420         ON ASCENDING KEY SW-RECORD-NO SW-WAIVER-ID
011430         USING WAIV-IN-FILE
011440         GIVING SORTED-WAIV-FILE
011450     OPEN INPUT  SORTED-WAIV-FILE
011460     OPEN OUTPUT WAIV-APPLIED-FILE
011470     OPEN OUTPUT WAIV-CARRY-FILE
011475     OPEN EXTEND PRIOR-ADJ-FILE
011480     PERFORM 8100-READ-WAIVER
011500     READ CURR-MASTER-FILE
011600         AT END MOVE 'Y' TO WS-MSTR-EOF-SWITCH
011700     END-READ.
015300             WS-INCOMING-CHARGE - WS-COMPUTED-CHARGE
015400         WRITE FEE-DIFF-RECORD
015500     END-IF
015520     IF WS-PERIOD-CLOSED
015540         PERFORM 2250-CARRY-ONE-WAIVER
015560             UNTIL WS-WAIVER-KEY > WS-RECORD-NO
015580         PERFORM 2400-HOLD-PRIOR-PERIOD
015600     ELSE
015620         PERFORM 2200-APPLY-ONE-WAIVER
015640             UNTIL WS-WAIVER-KEY > WS-RECORD-NO
015660         MOVE WS-COMPUTED-CHARGE TO SERV-CHG
015680     END-IF
015700     MOVE MASTER-RECORD TO FEE-MASTER-RECORD
015800     WRITE FEE-MASTER-RECORD
015900     READ CURR-MASTER-FILE
017300         END-IF
017400     END-IF.
017500*
017501******************************************************************
017502*    A WAIVER TAKES WHAT IT CAN OF THE CHARGE JUST COMPUTED.  A  *
017503*    WAIVER THE CHARGE CANNOT ABSORB (A REFUND OF AN EARLIER     *
017504*    CYCLE, OR A QUIET CYCLE) IS PART-APPLIED AND THE REST       *
017505*    CARRIED AS A FRESH APPROVED RECORD FOR THE NEXT RUN.        *
017506******************************************************************
017507*
017508 2200-APPLY-ONE-WAIVER.
017509     IF WS-WAIVER-KEY < WS-RECORD-NO
017510         PERFORM 2300-REJECT-ONE-WAIVER
017511     ELSE
017512         IF FW-AMOUNT > WS-COMPUTED-CHARGE
017513             MOVE WS-COMPUTED-CHARGE TO WS-WAIVE-AMT
017514         ELSE
017515             MOVE FW-AMOUNT TO WS-WAIVE-AMT
017516         END-IF
017517         SUBTRACT WS-WAIVE-AMT FROM WS-COMPUTED-CHARGE
017518         ADD WS-WAIVE-AMT TO WS-WAIVED-TOTAL
017519         ADD 1 TO WS-WAIVED-COUNT
017520         MOVE WS-WAIVE-AMT TO FW-APPLIED-AMT
017521         MOVE WS-RUN-DATE  TO FW-APPLIED-DATE
017522         IF FW-APPLIED-AMT < FW-AMOUNT
017523             SET FW-PART-APPLIED TO TRUE
017524             WRITE WAIV-APPLIED-RECORD FROM FEE-WAIVER-RECORD
017525             PERFORM 2210-CARRY-REMAINDER
017526         ELSE
017527             SET FW-APPLIED TO TRUE
017528             WRITE WAIV-APPLIED-RECORD FROM FEE-WAIVER-RECORD
017529         END-IF
017530         PERFORM 8100-READ-WAIVER
017531     END-IF.
017532*
017533 2210-CARRY-REMAINDER.
017534     ADD 1 TO WS-CARRIED-COUNT
017535     SUBTRACT FW-APPLIED-AMT FROM FW-AMOUNT
017536     MOVE 0 TO FW-APPLIED-AMT
017537     MOVE 0 TO FW-APPLIED-DATE
017538     SET FW-APPROVED TO TRUE
017539     WRITE WAIV-CARRY-RECORD FROM FEE-WAIVER-RECORD.
017540*
017541*    A POSITION NOT ON THE MASTER CANNOT BE WAIVED; THE WAIVER
017542*    GOES TO THE REGISTER UNAPPLIED FOR THE BRANCH TO RE-RAISE.
017543*
017544 2300-REJECT-ONE-WAIVER.
017545     ADD 1 TO WS-NO-ACCT-COUNT
017546     DISPLAY 'FEECALC - WAIVER ' FW-WAIVER-ID
017547         ' FOR POSITION ' FW-RECORD-NO ' - NO SUCH ACCOUNT'
017548     MOVE 0 TO FW-APPLIED-AMT
017549     MOVE WS-RUN-DATE TO FW-APPLIED-DATE
017550     SET FW-NO-ACCOUNT TO TRUE
017551     WRITE WAIV-APPLIED-RECORD FROM FEE-WAIVER-RECORD
017552     PERFORM 8100-READ-WAIVER.
017553*
017554 8100-READ-WAIVER.
017555     READ SORTED-WAIV-FILE
017556         AT END
017557             MOVE 'Y' TO WS-WAIV-EOF-SWITCH
017558             MOVE WS-HIGH-VALUE-KEY TO WS-WAIVER-KEY
017559         NOT AT END
017560             MOVE FW-RECORD-NO TO WS-WAIVER-KEY
017561     END-READ.
017562*
017563*    IN A CLOSED PERIOD NO WAIVER IS TAKEN; EACH ONE GOES TO THE
017564*    CARRY FILE AS IT CAME, FOR THE FIRST RUN IN AN OPEN PERIOD.
017565*
017566 2250-CARRY-ONE-WAIVER.
017567     IF WS-WAIVER-KEY < WS-RECORD-NO
017568         PERFORM 2300-REJECT-ONE-WAIVER
017569     ELSE
017570         ADD 1 TO WS-CARRIED-COUNT
017571         WRITE WAIV-CARRY-RECORD FROM FEE-WAIVER-RECORD
017572         PERFORM 8100-READ-WAIVER
017573     END-IF.
017574*
017575*    THE RECOMPUTED CHARGE DOES NOT REACH THE MASTER IN A CLOSED
017576*    PERIOD; THE DIFFERENCE WAITS ON THE PRIOR-PERIOD ADJUSTMENT
017577*    FILE, AS A SERVICE-CHARGE POSTING, UNTIL FINANCE APPROVES
017578*    IT THROUGH PPAPOST.
017579*
017580 2400-HOLD-PRIOR-PERIOD.
017581     IF WS-COMPUTED-CHARGE NOT = WS-INCOMING-CHARGE
017582         ADD 1 TO WS-HELD-COUNT
017583         MOVE 'FEECALC '         TO PA-SOURCE-JOB
017584         MOVE WS-RUN-DATE        TO PA-RUN-DATE
017585         MOVE WS-HELD-COUNT      TO PA-SEQ-NO
017586         MOVE WS-RUN-DATE (1:6)  TO PA-PERIOD
017587         MOVE WS-RECORD-NO       TO PA-RECORD-NO
017588         MOVE 'S'                TO PA-MOVEMENT-TYPE
017589         MOVE 'FEECALC '         TO PA-SOURCE
017590         MOVE WS-RUN-DATE        TO PA-POST-DATE
017591         COMPUTE PA-AMOUNT =
017592             WS-COMPUTED-CHARGE - WS-INCOMING-CHARGE
017593         MOVE 'P'                TO PA-STATUS
017594         MOVE SPACES             TO PA-APPROVE-OPER
017595         MOVE 0                  TO PA-APPROVE-DATE
017596         WRITE PRIOR-PERIOD-ADJ-RECORD
017597     END-IF.
017598*
017600 9999-EXIT.
017700     CLOSE CURR-MASTER-FILE FEE-MASTER-OUT FEE-DIFF-FILE
017750           SORTED-WAIV-FILE WAIV-APPLIED-FILE WAIV-CARRY-FILE
017770           PRIOR-ADJ-FILE
017800     STOP RUN.
