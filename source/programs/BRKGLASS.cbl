002510*                   THE LOG'S LAST RECORD AT START-UP, SO IT     *
002520*                   RUNS UNBROKEN ACROSS RUNS - A WHOLE RUN'S    *
002530*                   ENTRIES CANNOT VANISH UNDETECTED EITHER.     *
002540*   10/15/26  MO    THE AUDIT LOG NOW RECORDS THE TIME OF THE RUN*
002550*                   AS WELL AS THE DATE, FOR THE CONSOLIDATED    *
002560*                   AUDIT STORE (AUDNORM).  THE HASH IS          *
002570*                   UNCHANGED.  LOG RECORDS WRITTEN BEFORE THIS  *
002580*                   CHANGE ARE CONVERTED ONCE WITH CPYCONV,      *
002590*                   TAKING A ZERO TIME.                          *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
008300     05  AU-APPROVE-OPER         PIC X(08).
008400     05  AU-DISPOSITION          PIC X(25).
008500     05  AU-RUNNING-HASH         PIC 9(15).
008550     05  AU-RUN-TIME             PIC 9(06).
008600*
008700 WORKING-STORAGE SECTION.
008800*
009420     88  WS-AUD-EOF              VALUE 'Y'.
009500*
009600 01  WS-RUN-DATE                 PIC 9(08).
009650 01  WS-RUN-TIME                 PIC 9(08).
009700 01  WS-RELEASED-COUNT           PIC 9(07) VALUE 0.
009800 01  WS-DENIED-COUNT             PIC 9(07) VALUE 0.
009900 01  WS-AUDIT-SEQ                PIC 9(07) VALUE 0.
014100*
014200 1000-INITIALIZE.
014300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
014305     ACCEPT WS-RUN-TIME FROM TIME
014310     PERFORM 1100-SEED-FROM-LAST-AUDIT
014400     OPEN INPUT  BG-REQ-FILE
014500     OPEN INPUT  BG-APPR-FILE
028400         GIVING WS-HASH-QUOTIENT
028410         REMAINDER WS-RUNNING-HASH
028500     MOVE WS-RUN-DATE     TO AU-RUN-DATE
028550     MOVE WS-RUN-TIME (1:6) TO AU-RUN-TIME
028600     MOVE WS-AUDIT-SEQ    TO AU-SEQ
028700     MOVE WS-RUNNING-HASH TO AU-RUNNING-HASH
028800     WRITE BG-AUDIT-RECORD.
