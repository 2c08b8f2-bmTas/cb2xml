002000*                   (TERMMAST.CPY) WITH NO ACTIVITY INSIDE THE   *
002100*                   PARAMETER WINDOW IS FLAGGED ON THE           *
002200*                   EXCEPTION REPORT.                            *
002220*                                                                *
002240*   10/15/26  MO    THE SILENT TERMINALS ARE ALSO WRITTEN TO     *
002260*                   TERMSEXC (TERMSEXC.CPY) FOR THE STORE        *
002280*                   COMPLIANCE SCORECARD.                        *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT SILENT-REPORT  ASSIGN TO TERMSRPT
004000         ORGANIZATION IS SEQUENTIAL.
004020     SELECT SILENT-EXCEPT-FILE ASSIGN TO TERMSEXC
004040         ORGANIZATION IS SEQUENTIAL.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  TERM-MAST-FILE.
006600 01  SILENT-REPORT-RECORD.
006700     05  RP-CARRIAGE-CONTROL     PIC X(01).
006800     05  RP-PRINT-LINE           PIC X(132).
006820*
006840 FD  SILENT-EXCEPT-FILE.
006860     COPY "TERMSEXC.cpy".
006900*
007000 WORKING-STORAGE SECTION.
007100*
017000         AT END MOVE 'Y' TO WS-DTAR-EOF-SWITCH
017100     END-READ
017200     OPEN OUTPUT SILENT-REPORT
017250     OPEN OUTPUT SILENT-EXCEPT-FILE
017300     MOVE WS-RUN-DAY TO H1-RUN-DAY
017400     MOVE '1' TO RP-CARRIAGE-CONTROL
017500     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
022500             MOVE ' ' TO RP-CARRIAGE-CONTROL
022600             MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
022700             WRITE SILENT-REPORT-RECORD
022710             MOVE TM-STORE-NO (WS-TM-SUB)    TO SX-STORE-NO
022720             MOVE TM-TERMINAL-ID (WS-TM-SUB) TO SX-TERMINAL-ID
022730             MOVE TM-LAST-ACTIVITY (WS-TM-SUB)
022740                 TO SX-LAST-ACTIVITY
022750             WRITE SILENT-TERMINAL-RECORD
022800         END-IF
022900     END-IF.
023000*
024400*
024500 9999-EXIT.
024600     CLOSE HISTORY-FILE DTAR119-FILE SILENT-REPORT
024650           SILENT-EXCEPT-FILE
024700     STOP RUN.
