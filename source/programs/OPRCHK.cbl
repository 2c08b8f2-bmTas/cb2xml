000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    OPRCHK.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  NIGHTLY BATCH - COMMON OPERATOR SERVICES.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - COMMON AUTHORISATION CHECK *
001400*                   FOR THE MASTER MAINTENANCE PROGRAMS.  LOADS  *
001500*                   THE OPERATOR AUTHORITY MASTER (OPRAUTH.CPY)  *
001600*                   ON FIRST CALL AND SAYS WHETHER AN OPERATOR   *
001700*                   MAY ADD ('A'), CHANGE ('C') OR DELETE ('D')  *
001800*                   ON A MASTER FILE ON THE RUN DATE, FOR THE    *
001900*                   AMOUNT GIVEN (ZERO WHERE THE TRANSACTION     *
002000*                   CARRIES NONE).  STATUS 'Y' WHEN AUTHORISED;  *
002100*                   OTHERWISE THE STATUS AND THE DISPOSITION THE *
002200*                   CALLER WRITES TO ITS AUDIT TRAIL SAY WHY:    *
002300*                     'O' - NO OPERATOR ID ON THE TRANSACTION    *
002400*                     'N' - NO AUTHORITY FOR THAT MASTER FILE    *
002500*                     'E' - AUTHORITY EXPIRED                    *
002600*                     'A' - ACTION NOT PERMITTED                 *
002700*                     'L' - AMOUNT OVER THE OPERATOR'S LIMIT     *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT AUTHORITY-FILE ASSIGN TO OPRAUTH
003700         ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  AUTHORITY-FILE.
004100     COPY "OPRAUTH.cpy".
004200*
004300 WORKING-STORAGE SECTION.
004400*
004500 01  WS-LOADED-SWITCH            PIC X(01) VALUE 'N'.
004600     88  WS-LOADED               VALUE 'Y'.
004700 01  WS-AUTH-EOF-SWITCH          PIC X(01) VALUE 'N'.
004800     88  WS-AUTH-EOF             VALUE 'Y'.
004900*
005000 01  WS-OA-SUB                   PIC 9(04) COMP.
005100 01  WS-FOUND-SUB                PIC 9(04) COMP.
005200*
005300 01  OA-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
005400 01  OA-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
005500 01  OA-TABLE.
005600     05  OA-ENTRY OCCURS 2000 TIMES.
005700         10  OT-OPER-ID          PIC X(08).
005800         10  OT-MASTER-FILE      PIC X(08).
005900         10  OT-ADD-FLAG         PIC X(01).
006000         10  OT-CHANGE-FLAG      PIC X(01).
006100         10  OT-DELETE-FLAG      PIC X(01).
006200         10  OT-VALUE-LIMIT      PIC S9(11)V99.
006300         10  OT-EXPIRY-DATE      PIC 9(08).
006400*
006500 LINKAGE SECTION.
006600*
006700 01  LK-OPER-ID                  PIC X(08).
006800 01  LK-MASTER-FILE              PIC X(08).
006900 01  LK-ACTION-CODE              PIC X(01).
007000 01  LK-VALUE                    PIC S9(11)V99.
007100 01  LK-RUN-DATE                 PIC 9(08).
007200 01  LK-STATUS                   PIC X(01).
007300 01  LK-DISPOSITION              PIC X(25).
007400*
007500 PROCEDURE DIVISION USING LK-OPER-ID LK-MASTER-FILE
007600         LK-ACTION-CODE LK-VALUE LK-RUN-DATE
007700         LK-STATUS LK-DISPOSITION.
007800*
007900 0000-MAINLINE.
008000     IF NOT WS-LOADED
008100         PERFORM 1000-LOAD-AUTHORITY
008200     END-IF
008300     MOVE SPACES TO LK-DISPOSITION
008400     IF LK-OPER-ID = SPACES
008500         MOVE 'O' TO LK-STATUS
008600         MOVE 'UNAUTHORISED - NO OPER ID' TO LK-DISPOSITION
008700     ELSE
008800         PERFORM 2000-FIND-AUTHORITY
008900         IF WS-FOUND-SUB = ZERO
009000             MOVE 'N' TO LK-STATUS
009100             MOVE 'UNAUTHORISED - NO GRANT' TO LK-DISPOSITION
009200         ELSE
009300             PERFORM 3000-TEST-AUTHORITY
009400         END-IF
009500     END-IF
009600     GOBACK.
009700*
009800 1000-LOAD-AUTHORITY.
009900     MOVE 'Y' TO WS-LOADED-SWITCH
010000     OPEN INPUT AUTHORITY-FILE
010100     READ AUTHORITY-FILE
010200         AT END MOVE 'Y' TO WS-AUTH-EOF-SWITCH
010300     END-READ
010400     PERFORM 1100-LOAD-ONE-ROW
010500         UNTIL WS-AUTH-EOF
010600     CLOSE AUTHORITY-FILE.
010700*
010800*    A MASTER TOO BIG FOR THE TABLE WOULD REFUSE THE OPERATORS
010900*    PAST THE END OF IT, SO IT IS SAID ONCE ON THE CALLER'S LOG.
011000*
011100 1100-LOAD-ONE-ROW.
011200     IF OA-TABLE-COUNT < OA-TABLE-MAX
011300         ADD 1 TO OA-TABLE-COUNT
011400         MOVE OA-OPER-ID      TO OT-OPER-ID (OA-TABLE-COUNT)
011500         MOVE OA-MASTER-FILE  TO OT-MASTER-FILE (OA-TABLE-COUNT)
011600         MOVE OA-ADD-FLAG     TO OT-ADD-FLAG (OA-TABLE-COUNT)
011700         MOVE OA-CHANGE-FLAG  TO OT-CHANGE-FLAG (OA-TABLE-COUNT)
011800         MOVE OA-DELETE-FLAG  TO OT-DELETE-FLAG (OA-TABLE-COUNT)
011900         MOVE OA-VALUE-LIMIT  TO OT-VALUE-LIMIT (OA-TABLE-COUNT)
012000         MOVE OA-EXPIRY-DATE  TO OT-EXPIRY-DATE (OA-TABLE-COUNT)
012100     ELSE
012200         IF OA-TABLE-COUNT = OA-TABLE-MAX
012300             DISPLAY 'OPRCHK - AUTHORITY TABLE FULL AT '
012400                 OA-TABLE-MAX ' ROWS'
012500             ADD 1 TO OA-TABLE-COUNT
012600         END-IF
012700     END-IF
012800     READ AUTHORITY-FILE
012900         AT END MOVE 'Y' TO WS-AUTH-EOF-SWITCH
013000     END-READ.
013100*
013200 2000-FIND-AUTHORITY.
013300     MOVE 0 TO WS-FOUND-SUB
013400     PERFORM 2100-MATCH-ONE-ROW
013500         VARYING WS-OA-SUB FROM 1 BY 1
013600         UNTIL WS-OA-SUB > OA-TABLE-COUNT
013700         OR WS-OA-SUB > OA-TABLE-MAX
013800         OR WS-FOUND-SUB NOT = ZERO.
013900*
014000 2100-MATCH-ONE-ROW.
014100     IF OT-OPER-ID (WS-OA-SUB) = LK-OPER-ID
014200         AND OT-MASTER-FILE (WS-OA-SUB) = LK-MASTER-FILE
014300         MOVE WS-OA-SUB TO WS-FOUND-SUB
014400     END-IF.
014500*
014600*    EXPIRY FIRST, SO A LAPSED AUTHORITY READS AS LAPSED WHATEVER
014700*    ELSE IS WRONG WITH THE TRANSACTION.
014800*
014900 3000-TEST-AUTHORITY.
015000     MOVE 'Y' TO LK-STATUS
015100     EVALUATE TRUE
015200         WHEN OT-EXPIRY-DATE (WS-FOUND-SUB) < LK-RUN-DATE
015300             MOVE 'E' TO LK-STATUS
015400             MOVE 'UNAUTHORISED - EXPIRED' TO LK-DISPOSITION
015500         WHEN LK-ACTION-CODE = 'A'
015600             AND OT-ADD-FLAG (WS-FOUND-SUB) NOT = 'Y'
015700             MOVE 'A' TO LK-STATUS
015800         WHEN LK-ACTION-CODE = 'C'
015900             AND OT-CHANGE-FLAG (WS-FOUND-SUB) NOT = 'Y'
016000             MOVE 'A' TO LK-STATUS
016100         WHEN LK-ACTION-CODE = 'D'
016200             AND OT-DELETE-FLAG (WS-FOUND-SUB) NOT = 'Y'
016300             MOVE 'A' TO LK-STATUS
016400         WHEN LK-ACTION-CODE NOT = 'A' AND 'C' AND 'D'
016500             MOVE 'A' TO LK-STATUS
016600         WHEN OT-VALUE-LIMIT (WS-FOUND-SUB) > ZERO
016700             AND LK-VALUE > OT-VALUE-LIMIT (WS-FOUND-SUB)
016800             MOVE 'L' TO LK-STATUS
016900             MOVE 'UNAUTHORISED - OVER LIMIT' TO LK-DISPOSITION
017000         WHEN OTHER
017100             CONTINUE
017200     END-EVALUATE
017300     IF LK-STATUS = 'A'
017400         MOVE 'UNAUTHORISED - ACTION' TO LK-DISPOSITION
017500     END-IF.
