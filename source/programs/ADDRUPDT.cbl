002000*                   MASTER; EVERY MEMBER WHOSE ADDRESS MOVED     *
002100*                   GOES TO THE CHANGE REPORT FOR RETURNED-      *
002200*                   MAIL INVESTIGATION AND FRAUD REVIEW.         *
002220*   10/15/26  MO    A NEW ADDRESS CLEARS THE RETURNED-MAIL       *
002240*                   STATUS RTNMAIL SET ON THE MASTER; AN         *
002260*                   UNCHANGED ADDRESS KEEPS IT.  CLEARED FLAGS   *
002280*                   ARE NOTED ON THE CHANGE REPORT.              *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
008700 01  WS-CHANGED-COUNT            PIC 9(07) VALUE 0.
008800 01  WS-CARRIED-COUNT            PIC 9(07) VALUE 0.
008900 01  WS-UNCHANGED-COUNT          PIC 9(07) VALUE 0.
008950 01  WS-CLEARED-COUNT            PIC 9(07) VALUE 0.
009000*
009100*    LAST AH RECORD SEEN FOR THE CURRENT PARTNER/MEMBER GROUP
009200*    ON THE SORTED CYCLE FILE - THE LAST ONE WINS, MATCHING
013900     05  C2-STATE                PIC X(02).
014000     05  FILLER                  PIC X(01) VALUE SPACE.
014100     05  C2-ZIP-CODE             PIC X(09).
014200     05  FILLER                  PIC X(02) VALUE SPACES.
014220     05  C2-NOTE                 PIC X(26).
014240     05  FILLER                  PIC X(15) VALUE SPACES.
014300*
014400 PROCEDURE DIVISION.
014500*
015200     DISPLAY 'ADDRUPDT - ADDRESSES UNCHANGED: '
015300         WS-UNCHANGED-COUNT
015400     DISPLAY 'ADDRUPDT - CARRIED NO-SHOW:     ' WS-CARRIED-COUNT
015450     DISPLAY 'ADDRUPDT - RETURN FLAGS CLEARED:' WS-CLEARED-COUNT
015500     PERFORM 9999-EXIT.
015600*
015700 1000-INITIALIZE.
022900     PERFORM 8100-ADVANCE-CYCLE-ADDR.
023000*
023100 2300-COMPARE-ADDRESSES.
023150     PERFORM 3000-BUILD-NEW-FROM-HELD
023200     IF WS-HELD-ADDRESS-1 = AM-ADDRESS-1 OF OLD-ADDR-RECORD
023300         AND WS-HELD-ADDRESS-2 = AM-ADDRESS-2
023400             OF OLD-ADDR-RECORD
023600         AND WS-HELD-STATE = AM-STATE OF OLD-ADDR-RECORD
023700         AND WS-HELD-ZIP-CODE = AM-ZIP-CODE OF OLD-ADDR-RECORD
023800         ADD 1 TO WS-UNCHANGED-COUNT
023850         PERFORM 2500-CARRY-RETURN-STATUS
023900     ELSE
024000         ADD 1 TO WS-CHANGED-COUNT
024100         PERFORM 2400-REPORT-CHANGE
024200     END-IF
024400     WRITE NEW-ADDR-RECORD
024500     PERFORM 8000-READ-OLD-ADDR
024600     PERFORM 8100-ADVANCE-CYCLE-ADDR.
025700     WRITE CHANGE-REPORT-RECORD
025800     MOVE WS-HELD-ADDRESS-1 TO C2-ADDRESS-1
025900     MOVE WS-HELD-CITY      TO C2-CITY
025910     IF AM-UNDELIVERABLE OF OLD-ADDR-RECORD
025920         ADD 1 TO WS-CLEARED-COUNT
025930         MOVE 'UNDELIVERABLE FLAG CLEARED' TO C2-NOTE
025940     ELSE
025950         MOVE SPACES TO C2-NOTE
025960     END-IF
026000     MOVE WS-HELD-STATE     TO C2-STATE
026100     MOVE WS-HELD-ZIP-CODE  TO C2-ZIP-CODE
026200     MOVE ' ' TO RP-CARRIAGE-CONTROL
026300     MOVE WS-CHANGE-LINE-2 TO RP-PRINT-LINE
026400     WRITE CHANGE-REPORT-RECORD.
026405*
026410*    THE SAME ADDRESS AGAIN - ANY RETURNED-MAIL STATUS STANDS.
026415*
026420 2500-CARRY-RETURN-STATUS.
026425     MOVE AM-RETURN-STATUS OF OLD-ADDR-RECORD
026430         TO AM-RETURN-STATUS OF NEW-ADDR-RECORD
026435     MOVE AM-RETURN-DATE OF OLD-ADDR-RECORD
026440         TO AM-RETURN-DATE OF NEW-ADDR-RECORD
026445     MOVE AM-RETURN-COUNT OF OLD-ADDR-RECORD
026450         TO AM-RETURN-COUNT OF NEW-ADDR-RECORD
026455     MOVE AM-RETURN-ACTION OF OLD-ADDR-RECORD
026460         TO AM-RETURN-ACTION OF NEW-ADDR-RECORD.
026500*
026600 3000-BUILD-NEW-FROM-HELD.
026700     MOVE WS-HELD-PARTNER-ID TO AM-PARTNER-ID
027700     MOVE WS-HELD-ZIP-CODE   TO AM-ZIP-CODE
027800         OF NEW-ADDR-RECORD
027900     MOVE WS-RUN-DATE        TO AM-LAST-CYCLE-DATE
028000         OF NEW-ADDR-RECORD
028010     MOVE SPACE              TO AM-RETURN-STATUS
028020         OF NEW-ADDR-RECORD
028030     MOVE ZERO               TO AM-RETURN-DATE
028040         OF NEW-ADDR-RECORD
028050     MOVE ZERO               TO AM-RETURN-COUNT
028060         OF NEW-ADDR-RECORD
028070     MOVE SPACE              TO AM-RETURN-ACTION
028080         OF NEW-ADDR-RECORD.
028100*
028200 8000-READ-OLD-ADDR.
028300     READ OLD-ADDR-FILE
