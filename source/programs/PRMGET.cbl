000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PRMGET.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  NIGHTLY BATCH - COMMON PARAMETER SERVICES.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - COMMON PARAMETER LOOKUP    *
001400*                   SUBPROGRAM OVER THE PRMMNT REGISTRY          *
001500*                   (PRMMAST.CPY).  LOADS THE REGISTRY ON FIRST  *
001600*                   CALL AND RETURNS THE NUMERIC AND TEXT VALUE  *
001700*                   OF THE ROW IN FORCE FOR A PROGRAM AND        *
001800*                   PARAMETER NAME ON THE AS-OF DATE - THE ROW   *
001900*                   WITH THE LATEST EFFECTIVE DATE NOT AFTER IT. *
002000*                   STATUS 'Y' WHEN FOUND, 'E' WHEN NO ROW IS IN *
002100*                   FORCE, SO A CALLER CAN KEEP ITS OWN DEFAULT  *
002200*                   RATHER THAN ABEND.                           *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PARAMETER-FILE ASSIGN TO PRMNEW
003200         ORGANIZATION IS SEQUENTIAL.
003300 DATA DIVISION.
003400 FILE SECTION.
003500 FD  PARAMETER-FILE.
003600     COPY "PRMMAST.cpy".
003700*
003800 WORKING-STORAGE SECTION.
003900*
004000 01  WS-LOADED-SWITCH            PIC X(01) VALUE 'N'.
004100     88  WS-LOADED               VALUE 'Y'.
004200 01  WS-PRM-EOF-SWITCH           PIC X(01) VALUE 'N'.
004300     88  WS-PRM-EOF              VALUE 'Y'.
004400*
004500 01  WS-PM-SUB                   PIC 9(04) COMP.
004600 01  WS-FOUND-SUB                PIC 9(04) COMP.
004700*
004800 01  PM-TABLE-MAX                PIC 9(04) COMP VALUE 2000.
004900 01  PM-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
005000 01  PM-TABLE.
005100     05  PM-ENTRY OCCURS 2000 TIMES.
005200         10  PT-PROGRAM          PIC X(08).
005300         10  PT-PARM-NAME        PIC X(16).
005400         10  PT-EFFECTIVE-DATE   PIC 9(08).
005500         10  PT-NUMERIC-VALUE    PIC S9(09)V9(06).
005600         10  PT-TEXT-VALUE       PIC X(20).
005700*
005800 LINKAGE SECTION.
005900*
006000 01  LK-PROGRAM                  PIC X(08).
006100 01  LK-PARM-NAME                PIC X(16).
006200 01  LK-AS-OF-DATE               PIC 9(08).
006300 01  LK-NUMERIC-VALUE            PIC S9(09)V9(06).
006400 01  LK-TEXT-VALUE               PIC X(20).
006500 01  LK-STATUS                   PIC X(01).
006600*
006700 PROCEDURE DIVISION USING LK-PROGRAM LK-PARM-NAME
006800         LK-AS-OF-DATE LK-NUMERIC-VALUE LK-TEXT-VALUE
006900         LK-STATUS.
007000*
007100 0000-MAINLINE.
007200     IF NOT WS-LOADED
007300         PERFORM 1000-LOAD-REGISTRY
007400     END-IF
007500     MOVE 'E'    TO LK-STATUS
007600     MOVE 0      TO LK-NUMERIC-VALUE
007700     MOVE SPACES TO LK-TEXT-VALUE
007800     PERFORM 2000-FIND-IN-FORCE
007900     IF WS-FOUND-SUB NOT = ZERO
008000         MOVE PT-NUMERIC-VALUE (WS-FOUND-SUB) TO LK-NUMERIC-VALUE
008100         MOVE PT-TEXT-VALUE (WS-FOUND-SUB)    TO LK-TEXT-VALUE
008200         MOVE 'Y' TO LK-STATUS
008300     END-IF
008400     GOBACK.
008500*
008600 1000-LOAD-REGISTRY.
008700     MOVE 'Y' TO WS-LOADED-SWITCH
008800     OPEN INPUT PARAMETER-FILE
008900     READ PARAMETER-FILE
009000         AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
009100     END-READ
009200     PERFORM 1100-LOAD-ONE-ROW
009300         UNTIL WS-PRM-EOF
009400     CLOSE PARAMETER-FILE.
009500*
009600*    A REGISTRY TOO BIG FOR THE TABLE WOULD SILENTLY HIDE THE
009700*    LATER ROWS, SO IT IS SAID ONCE ON THE CALLER'S LOG.
009800*
009900 1100-LOAD-ONE-ROW.
010000     IF PM-TABLE-COUNT < PM-TABLE-MAX
010100         ADD 1 TO PM-TABLE-COUNT
010200         MOVE PM-PROGRAM        TO PT-PROGRAM (PM-TABLE-COUNT)
010300         MOVE PM-PARM-NAME      TO PT-PARM-NAME (PM-TABLE-COUNT)
010400         MOVE PM-EFFECTIVE-DATE
010500             TO PT-EFFECTIVE-DATE (PM-TABLE-COUNT)
010600         MOVE PM-NUMERIC-VALUE
010700             TO PT-NUMERIC-VALUE (PM-TABLE-COUNT)
010800         MOVE PM-TEXT-VALUE     TO PT-TEXT-VALUE (PM-TABLE-COUNT)
010900     ELSE
011000         IF PM-TABLE-COUNT = PM-TABLE-MAX
011100             DISPLAY 'PRMGET - PARAMETER TABLE FULL AT '
011200                 PM-TABLE-MAX ' ROWS'
011300             ADD 1 TO PM-TABLE-COUNT
011400         END-IF
011500     END-IF
011600     READ PARAMETER-FILE
011700         AT END MOVE 'Y' TO WS-PRM-EOF-SWITCH
011800     END-READ.
011900*
012000*    THE REGISTRY IS HELD IN PROGRAM/NAME/EFFECTIVE-DATE
012100*    SEQUENCE, SO THE LAST MATCHING ROW NOT AFTER THE AS-OF
012200*    DATE IS THE ONE IN FORCE.
012300*
012400 2000-FIND-IN-FORCE.
012500     MOVE 0 TO WS-FOUND-SUB
012600     PERFORM 2100-MATCH-ONE-ROW
012700         VARYING WS-PM-SUB FROM 1 BY 1
012800         UNTIL WS-PM-SUB > PM-TABLE-COUNT
012900         OR WS-PM-SUB > PM-TABLE-MAX.
013000*
013100 2100-MATCH-ONE-ROW.
013200     IF PT-PROGRAM (WS-PM-SUB) = LK-PROGRAM
013300         AND PT-PARM-NAME (WS-PM-SUB) = LK-PARM-NAME
013400         AND PT-EFFECTIVE-DATE (WS-PM-SUB) NOT > LK-AS-OF-DATE
013500         MOVE WS-PM-SUB TO WS-FOUND-SUB
013600     END-IF.
