001800*                   NEW, AND THE ENTERED DATE THE SLA CLOCK      *
001900*                   RUNS FROM.  CSOQRPT APPLIES STATUS UPDATES   *
002000*                   AND REPORTS SLA AGING.                       *
002020*   10/15/26  MO    ROSTER RECORD NOW CARRIES THE OPERATOR'S     *
002040*                   CSO CODE ON THE CROSS-REFERENCE, WHICH       *
002060*                   CSOREASN BALANCES DEPARTING BOOKS ACROSS.    *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
004800 FD  ROSTER-FILE.
004900 01  ROSTER-RECORD.
005000     05  RO-OPERATOR-ID          PIC X(08).
005050     05  RO-CSO-CODE             PIC X(01).
005100*
005200 FD  WORK-QUEUE-FILE.
005300 01  WORK-QUEUE-RECORD.
