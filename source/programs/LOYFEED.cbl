002130*                   (RUN DATE, JOB, RECORD COUNT, HASH TOTAL     *
002140*                   OVER LF-KEYCODE-AMT) SO THE MOBILE TEAM CAN  *
002150*                   PROVE COMPLETE RECEIPT WITH EXTVERFY.        *
002155*                                                                *
002160*   10/15/26  MO    ACTIVITY IS FED ONLY FOR CARDS WITH APP PUSH *
002165*                   CONSENT IN FORCE ON THE CONSENT MASTER       *
002170*                   (CONSMAST.CPY).  RECORDS HELD BACK ARE       *
002175*                   COUNTED AND LOGGED TO CONSXLOG WITH THE      *
002180*                   RECORDS FED.                                 *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
003100         ORGANIZATION IS SEQUENTIAL.
003200     SELECT LOYALTY-FEED-FILE ASSIGN TO LOYFEEDO
003300         ORGANIZATION IS SEQUENTIAL.
003320     SELECT CONSENT-FILE ASSIGN TO CONSMAST
003340         ORGANIZATION IS SEQUENTIAL.
003360     SELECT OPTIONAL EXCLUSION-LOG-FILE ASSIGN TO CONSXLOG
003380         ORGANIZATION IS SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  DTAR119-FILE.
004730*    ON THE FILE.
004740*
004750     COPY "EXTCTL.cpy".
004755*
004760 FD  CONSENT-FILE.
004765     COPY "CONSMAST.cpy".
004770*
004775 FD  EXCLUSION-LOG-FILE.
004780     COPY "CONSXLOG.cpy".
004800*
004900 WORKING-STORAGE SECTION.
005000*
005100 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
005200     88  WS-EOF                  VALUE 'Y'.
005220 01  WS-CONSENT-EOF-SWITCH       PIC X(01) VALUE 'N'.
005240     88  WS-CONSENT-EOF          VALUE 'Y'.
005300 01  WS-RECORD-COUNT             PIC 9(07) COMP-3 VALUE 0.
005310 01  WS-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
005320 01  WS-RUN-DATE                 PIC 9(08).
005400 01  WS-CARD-NO-DISPLAY          PIC 9(16).
005500 01  WS-CARD-LAST-FOUR           PIC X(04).
005520 01  WS-EXCLUDED-COUNT           PIC 9(07) COMP-3 VALUE 0.
005540*
005560*    CARDS WITH APP PUSH CONSENT IN FORCE ON THE RUN DATE.  A
005580*    CARD NOT IN THE TABLE IS NOT FED.
005600*
005620 01  CS-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
005640 01  CS-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
005660 01  CS-CONSENT-TABLE.
005680     05  CS-ENTRY OCCURS 20000 TIMES
005700             INDEXED BY CS-IDX.
005720         10  CS-CARD-NO          PIC 9(16).
005900*
006000 PROCEDURE DIVISION.
006100*
006400     PERFORM 2000-EXTRACT-ONE-RECORD
006500         UNTIL WS-EOF
006600     DISPLAY 'LOYFEED - RECORDS EXTRACTED: ' WS-RECORD-COUNT
006620     DISPLAY 'LOYFEED - RECORDS HELD BACK, NO CONSENT: '
006640         WS-EXCLUDED-COUNT
006700     PERFORM 9999-EXIT.
006800*
006900 1000-INITIALIZE.
007140     MOVE ZERO        TO XC-RECORD-COUNT
007150     MOVE ZERO        TO XC-HASH-TOTAL
007160     WRITE EXTRACT-CONTROL-RECORD
007165     OPEN INPUT CONSENT-FILE
007170     READ CONSENT-FILE
007175         AT END MOVE 'Y' TO WS-CONSENT-EOF-SWITCH
007180     END-READ
007185     PERFORM 1100-LOAD-CONSENT
007190         UNTIL WS-CONSENT-EOF
007195     CLOSE CONSENT-FILE
007200     READ DTAR119-FILE
007300         AT END MOVE 'Y' TO WS-EOF-SWITCH
007400     END-READ.
007402*
007404*    A CONSENT TABLE THAT WILL NOT FIT WOULD LEAVE MEMBERS WHO
007406*    OPTED IN WITH NO FEED, SO THE RUN STOPS INSTEAD.
007408*
007410 1100-LOAD-CONSENT.
007412     IF CN-PUSH-OPTED-IN
007414         AND CN-PUSH-EFF-DATE NOT > WS-RUN-DATE
007416         IF CS-TABLE-COUNT NOT < CS-TABLE-MAX
007418             DISPLAY 'LOYFEED - CONSENT TABLE FULL AT '
007420                 CS-TABLE-MAX ' ENTRIES - FEED NOT WRITTEN'
007422             MOVE 8 TO RETURN-CODE
007424             STOP RUN
007426         END-IF
007428         ADD 1 TO CS-TABLE-COUNT
007430         SET CS-IDX TO CS-TABLE-COUNT
007432         MOVE CN-CARD-NO TO CS-CARD-NO (CS-IDX)
007434     END-IF
007436     READ CONSENT-FILE
007438         AT END MOVE 'Y' TO WS-CONSENT-EOF-SWITCH
007440     END-READ.
007500*
007600 2000-EXTRACT-ONE-RECORD.
007605     SET CS-IDX TO 1
007610     SEARCH CS-ENTRY
007615         AT END
007620             ADD 1 TO WS-EXCLUDED-COUNT
007625         WHEN CS-IDX > CS-TABLE-COUNT
007630             ADD 1 TO WS-EXCLUDED-COUNT
007635         WHEN CS-CARD-NO (CS-IDX) = DTAR119-CARD-NO
007640             PERFORM 2100-WRITE-FEED-RECORD
007645     END-SEARCH
007650     READ DTAR119-FILE
007655         AT END MOVE 'Y' TO WS-EOF-SWITCH
007660     END-READ.
007665*
007670 2100-WRITE-FEED-RECORD.
007700     ADD 1 TO WS-RECORD-COUNT
007800     MOVE DTAR119-CARD-NO TO WS-CARD-NO-DISPLAY
007900     MOVE WS-CARD-NO-DISPLAY (13:4) TO WS-CARD-LAST-FOUR
008400     MOVE DTAR119-BONUS-POINTS TO LF-BONUS-POINTS
008500     MOVE DTAR119-KEYCODE-AMT  TO LF-KEYCODE-AMT
008510     ADD DTAR119-KEYCODE-AMT TO WS-HASH-TOTAL
008600     WRITE LOYALTY-FEED-RECORD.
009000*
009100 9999-EXIT.
009110     MOVE 'TRL'            TO XC-RECORD-TAG
009140     MOVE WS-RECORD-COUNT  TO XC-RECORD-COUNT
009150     MOVE WS-HASH-TOTAL    TO XC-HASH-TOTAL
009160     WRITE EXTRACT-CONTROL-RECORD
009162     OPEN EXTEND EXCLUSION-LOG-FILE
009164     MOVE WS-RUN-DATE       TO CX-RUN-DATE
009166     MOVE 'LOYFEED'         TO CX-JOB-NAME
009168     MOVE 'PUSH'            TO CX-CHANNEL
009170     MOVE 'RECORDS'         TO CX-UNIT
009172     MOVE WS-RECORD-COUNT   TO CX-SELECTED
009174     MOVE WS-EXCLUDED-COUNT TO CX-EXCLUDED
009176     WRITE CONSENT-EXCLUSION-RECORD
009178     CLOSE EXCLUSION-LOG-FILE
009200     CLOSE DTAR119-FILE LOYALTY-FEED-FILE
009300     STOP RUN.
