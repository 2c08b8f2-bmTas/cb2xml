002200*                   ITEM, POSTED OR NOT, GOES TO THE PERMANENT   *
002300*                   JOURNAL PAIRED WITH ITS REQUESTER AND        *
002400*                   APPROVER FOR AUDIT.                          *
002420*   10/15/26  MO    THE JOURNAL NOW RECORDS THE TIME OF THE RUN  *
002440*                   AS WELL AS THE DATE, FOR THE CONSOLIDATED    *
002460*                   AUDIT STORE (AUDNORM).                       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
008600     05  JR-REQUEST-OPER         PIC X(08).
008700     05  JR-APPROVE-OPER         PIC X(08).
008800     05  JR-DISPOSITION          PIC X(25).
008850     05  JR-RUN-TIME             PIC 9(06).
008900*
009000 WORKING-STORAGE SECTION.
009100*
009600*
009700 01  WS-ADJUSTMENT-CODE          PIC 9(02) VALUE 05.
009800 01  WS-RUN-DATE                 PIC 9(08).
009850 01  WS-RUN-TIME                 PIC 9(08).
009900 01  WS-RUN-DAY                  PIC 9(07).
010000 01  WS-POSTED-COUNT             PIC 9(07) VALUE 0.
010100 01  WS-PENDING-COUNT            PIC 9(07) VALUE 0.
011900*
012000 1000-INITIALIZE.
012100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012150     ACCEPT WS-RUN-TIME FROM TIME
012200     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
012300     OPEN INPUT  ADJ-ENTRY-FILE
012400     OPEN INPUT  ADJ-APPR-FILE
015100 2200-JOURNAL-ORPHAN-APPROVAL.
015200     ADD 1 TO WS-REJECTED-COUNT
015300     MOVE WS-RUN-DATE   TO JR-RUN-DATE
015350     MOVE WS-RUN-TIME (1:6) TO JR-RUN-TIME
015400     MOVE AP-ADJ-ID     TO JR-ADJ-ID
015500     MOVE 0             TO JR-CARD-NO
015600     MOVE 0             TO JR-POINTS
020600*
020700 3100-WRITE-JOURNAL.
020800     MOVE WS-RUN-DATE    TO JR-RUN-DATE
020850     MOVE WS-RUN-TIME (1:6) TO JR-RUN-TIME
020900     MOVE AJ-ADJ-ID      TO JR-ADJ-ID
021000     MOVE AJ-CARD-NO     TO JR-CARD-NO
021100     MOVE AJ-POINTS      TO JR-POINTS
