001800*                   BALANCE VERDICT LINE THE AUDITORS CAN FILE.  *
001900*                   MSTRBAL PROVES EACH ACCOUNT ROLLS FORWARD;   *
002000*                   THIS PROVES THE FILE AS A WHOLE DOES.        *
002020*   10/15/26  MO    REPORTS COMPLETION TO EOJCTL - PASSED WHEN   *
002040*                   THE FILE IS IN BALANCE, FAILED WHEN NOT -    *
002060*                   SO MECLOSE CAN GATE THE MONTH-END CLOSE ON   *
002080*                   IT.                                          *
002085*   10/15/26  MO    EOJCTL RECORDS-OUT IS THE COUNT OF REPORT    *
002090*                   LINES WRITTEN.                               *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
004700*
004800 01  WS-RUN-DATE                 PIC 9(08).
004900 01  WS-CL-SUB                   PIC 9(02) COMP.
004920 01  WS-JOB-NAME                 PIC X(08) VALUE 'TRIALBAL'.
004940 01  WS-JOB-STATUS               PIC X(01).
004960 01  WS-RECORDS-IN               PIC 9(09).
004970 01  WS-RECORDS-OUT              PIC 9(09) VALUE 0.
004980 01  WS-RECORDS-REJECTED         PIC 9(09) VALUE 0.
005000*
005100 01  CL-TABLE-MAX                PIC 9(02) COMP VALUE 36.
005200 01  CL-TABLE-COUNT              PIC 9(02) COMP VALUE 0.
015300     MOVE '1' TO TB-CARRIAGE-CONTROL
015400     MOVE WS-HEADING-LINE TO TB-PRINT-LINE
015500     WRITE TRIAL-BAL-RECORD
015550     ADD 1 TO WS-RECORDS-OUT
015600     MOVE ' ' TO TB-CARRIAGE-CONTROL
015700     MOVE WS-COLUMN-LINE TO TB-PRINT-LINE
015800     WRITE TRIAL-BAL-RECORD
015850     ADD 1 TO WS-RECORDS-OUT
015900     PERFORM 3100-PRINT-ONE-CLASS
016000         VARYING WS-CL-SUB FROM 1 BY 1
016100         UNTIL WS-CL-SUB > CL-TABLE-COUNT
017600     ADD WS-CLASS-CLOSING TO WS-CLOSING-CROSS-FOOT
017700     MOVE ' ' TO TB-CARRIAGE-CONTROL
017800     MOVE WS-DETAIL-LINE TO TB-PRINT-LINE
017900     WRITE TRIAL-BAL-RECORD
017950     ADD 1 TO WS-RECORDS-OUT.
018000*
018100 3200-PRINT-GRAND-TOTALS.
018200     MOVE '*' TO DT-SPECL-HANDL
019100     MOVE WS-GRAND-CLOSING TO DT-CLOSING
019200     MOVE ' ' TO TB-CARRIAGE-CONTROL
019300     MOVE WS-DETAIL-LINE TO TB-PRINT-LINE
019400     WRITE TRIAL-BAL-RECORD
019450     ADD 1 TO WS-RECORDS-OUT.
019500*
019600*    THE CLASS CLOSING BALANCES MUST CROSS-FOOT TO THE GRAND
019700*    CLOSING BALANCE; ANY DIFFERENCE MEANS A CLASS SUBTOTAL
019900*
020000 3300-PRINT-VERDICT.
020100     IF WS-CLOSING-CROSS-FOOT = WS-GRAND-CLOSING
020150         MOVE 'P' TO WS-JOB-STATUS
020200         MOVE 'TRIAL BALANCE IN BALANCE      ' TO VD-CAPTION
020300         MOVE ZERO TO VD-DIFFERENCE
020400     ELSE
020450         MOVE 'F' TO WS-JOB-STATUS
020500         MOVE 'TRIAL BALANCE OUT OF BALANCE  ' TO VD-CAPTION
020600         COMPUTE VD-DIFFERENCE =
020700             WS-CLOSING-CROSS-FOOT - WS-GRAND-CLOSING
020900     MOVE ' ' TO TB-CARRIAGE-CONTROL
021000     MOVE WS-VERDICT-LINE TO TB-PRINT-LINE
021100     WRITE TRIAL-BAL-RECORD
021150     ADD 1 TO WS-RECORDS-OUT
021200     DISPLAY 'TRIALBAL - ' VD-CAPTION.
021300*
021400 9999-EXIT.
021500     CLOSE CURR-MASTER-FILE TRIAL-BAL-FILE
021520     MOVE WS-GRAND-ACCOUNTS TO WS-RECORDS-IN
021540     CALL 'EOJCTL' USING WS-JOB-NAME WS-RUN-DATE
021560         WS-RECORDS-IN WS-RECORDS-OUT WS-RECORDS-REJECTED
021580         WS-JOB-STATUS
021600     STOP RUN.
