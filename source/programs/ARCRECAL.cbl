002000*                   RETRIEVER QUEUES FOR THE OTHERS.  A          *
002100*                   REQUEST NO CATALOG UNIT COVERS REJECTS       *
002200*                   WITH A REASON.                               *
002210*   10/15/26  MO    THE CATALOG NOW CARRIES THE DATE ARCPURGE    *
002220*                   DESTROYED A UNIT.  A REQUEST COVERED ONLY BY *
002230*                   A PURGED UNIT REJECTS AS PURGED RATHER THAN  *
002240*                   GOING TO A RETRIEVER THAT WOULD FIND         *
002250*                   NOTHING.                                     *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
005300     05  NC-VOLUME               PIC X(06).
005400     05  NC-ARCHIVED-DATE        PIC 9(08).
005500     05  NC-RETENTION-YEARS      PIC 9(02).
005550     05  NC-PURGED-DATE          PIC 9(08).
005600*
005700 FD  RECALL-REQ-FILE.
005800 01  RECALL-REQ-RECORD.
009300     88  WS-REQ-EOF              VALUE 'Y'.
009400 01  WS-ROUTED-SWITCH            PIC X(01).
009500     88  WS-ROUTED               VALUE 'Y'.
009520 01  WS-PURGED-SWITCH            PIC X(01).
009540     88  WS-PURGED-UNIT-FOUND    VALUE 'Y'.
009600*
009700 01  WS-ROUTED-COUNT             PIC 9(07) VALUE 0.
009800 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
010800         10  CT-KEY-HIGH         PIC X(20).
010900         10  CT-DATE-LOW         PIC 9(08).
011000         10  CT-DATE-HIGH        PIC 9(08).
011050         10  CT-PURGED-DATE      PIC 9(08).
011100*
011200 PROCEDURE DIVISION.
011300*
014600         MOVE NC-KEY-HIGH  TO CT-KEY-HIGH (CT-TABLE-COUNT)
014700         MOVE NC-DATE-LOW  TO CT-DATE-LOW (CT-TABLE-COUNT)
014800         MOVE NC-DATE-HIGH TO CT-DATE-HIGH (CT-TABLE-COUNT)
014820         MOVE NC-PURGED-DATE
014840             TO CT-PURGED-DATE (CT-TABLE-COUNT)
014900     END-IF
015000     READ CATALOG-FILE
015100         AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
015300*
015400 2000-ROUTE-ONE-REQUEST.
015500     MOVE 'N' TO WS-ROUTED-SWITCH
015550     MOVE 'N' TO WS-PURGED-SWITCH
015600     PERFORM 2100-MATCH-ONE-UNIT
015700         VARYING WS-CT-SUB FROM 1 BY 1
015800         UNTIL WS-CT-SUB > CT-TABLE-COUNT
016100         ADD 1 TO WS-REJECTED-COUNT
016200         MOVE RQ-KEY           TO RJ-KEY
016300         MOVE RQ-BUSINESS-DATE TO RJ-BUSINESS-DATE
016320         IF WS-PURGED-UNIT-FOUND
016340             MOVE 'UNIT PURGED - DESTROYED' TO RJ-REASON
016360         ELSE
016380             MOVE 'NO CATALOG UNIT COVERS IT' TO RJ-REASON
016400         END-IF
016500         WRITE REJECT-RECORD
016600     END-IF
016700     READ RECALL-REQ-FILE
016800         AT END MOVE 'Y' TO WS-REQ-EOF-SWITCH
016900     END-READ.
017000*
017050*    A UNIT ARCPURGE HAS DESTROYED STILL COVERS THE KEY ON THE
017100*    CATALOG BUT CANNOT BE RECALLED; THE REQUEST REJECTS AS
017150*    PURGED UNLESS A LIVE UNIT ALSO COVERS IT.
017200*
017250 2100-MATCH-ONE-UNIT.
017300     IF RQ-KEY >= CT-KEY-LOW (WS-CT-SUB)
017350         AND RQ-KEY <= CT-KEY-HIGH (WS-CT-SUB)
017400         AND RQ-BUSINESS-DATE >= CT-DATE-LOW (WS-CT-SUB)
017450         AND RQ-BUSINESS-DATE <= CT-DATE-HIGH (WS-CT-SUB)
017500         IF CT-PURGED-DATE (WS-CT-SUB) NOT = ZERO
017550             MOVE 'Y' TO WS-PURGED-SWITCH
017600         ELSE
017650             MOVE 'Y' TO WS-ROUTED-SWITCH
017700             ADD 1 TO WS-ROUTED-COUNT
017750             PERFORM 2200-WRITE-RETRIEVER-REQUEST
017800         END-IF
017900     END-IF.
018000*
018100 2200-WRITE-RETRIEVER-REQUEST.
