000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PERCHK.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  ACCOUNT MASTER BATCH - MONTH-END CLOSE.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - COMMON PERIOD-LOCK         *
001400*                   SUBPROGRAM OVER MECLOSE'S PERIOD STATUS      *
001500*                   FILE.  LOADS THE CLOSED PERIODS ON FIRST     *
001600*                   CALL AND ANSWERS FOR A YYYYMMDD DATE:        *
001700*                     'C' - THE DATE FALLS IN A CLOSED PERIOD    *
001800*                     'O' - THE PERIOD IS OPEN (NOT ON THE       *
001900*                           FILE, OR REOPENED BY FINANCE)        *
002000*                   A POSTING PROGRAM CALLS IT WITH THE DATE IT  *
002100*                   IS ABOUT TO POST AND SENDS A CLOSED-PERIOD   *
002200*                   ITEM TO THE PRIOR-PERIOD ADJUSTMENT FILE     *
002300*                   INSTEAD.                                     *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT OPTIONAL PERIOD-STATUS-FILE ASSIGN TO PERSNEW
003300         ORGANIZATION IS SEQUENTIAL.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PERIOD-STATUS-FILE.
003700     COPY "PERSTAT.cpy".
003800*
003900 WORKING-STORAGE SECTION.
004000*
004100 01  WS-LOADED-SWITCH            PIC X(01) VALUE 'N'.
004200     88  WS-LOADED               VALUE 'Y'.
004300 01  WS-PS-EOF-SWITCH            PIC X(01) VALUE 'N'.
004400     88  WS-PS-EOF               VALUE 'Y'.
004500*
004600 01  WS-CHECK-PERIOD             PIC 9(06).
004700*
004800*    TWENTY YEARS OF MONTH-END CLOSES.
004900*
005000 01  CP-TABLE-MAX                PIC 9(04) COMP VALUE 240.
005100 01  CP-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
005200 01  CP-TABLE.
005300     05  CP-ENTRY OCCURS 240 TIMES
005400                  INDEXED BY CP-IDX.
005500         10  CP-PERIOD           PIC 9(06).
005600*
005700 LINKAGE SECTION.
005800*
005900 01  LK-CHECK-DATE               PIC 9(08).
006000 01  LK-PERIOD-STATUS            PIC X(01).
006100*
006200 PROCEDURE DIVISION USING LK-CHECK-DATE LK-PERIOD-STATUS.
006300*
006400 0000-MAINLINE.
006500     IF NOT WS-LOADED
006600         PERFORM 1000-LOAD-PERIODS
006700     END-IF
006800     MOVE LK-CHECK-DATE (1:6) TO WS-CHECK-PERIOD
006900     MOVE 'O' TO LK-PERIOD-STATUS
007000     SET CP-IDX TO 1
007100     SEARCH CP-ENTRY
007200         AT END
007300             CONTINUE
007400         WHEN CP-IDX > CP-TABLE-COUNT
007500             CONTINUE
007600         WHEN CP-PERIOD (CP-IDX) = WS-CHECK-PERIOD
007700             MOVE 'C' TO LK-PERIOD-STATUS
007800     END-SEARCH
007900     GOBACK.
008000*
008100 1000-LOAD-PERIODS.
008200     MOVE 'Y' TO WS-LOADED-SWITCH
008300     OPEN INPUT PERIOD-STATUS-FILE
008400     READ PERIOD-STATUS-FILE
008500         AT END MOVE 'Y' TO WS-PS-EOF-SWITCH
008600     END-READ
008700     PERFORM 1100-LOAD-ONE-PERIOD
008800         UNTIL WS-PS-EOF
008900     CLOSE PERIOD-STATUS-FILE.
009000*
009100*    A CLOSED PERIOD DROPPED FOR WANT OF ROOM WOULD LET POSTINGS
009200*    INTO IT, SO A FULL TABLE STOPS THE CALLING RUN.
009300*
009400 1100-LOAD-ONE-PERIOD.
009500     IF PS-CLOSED
009600         IF CP-TABLE-COUNT NOT < CP-TABLE-MAX
009700             DISPLAY 'PERCHK - PERIOD TABLE FULL AT '
009800                 CP-TABLE-MAX ' ENTRIES'
009900             MOVE 8 TO RETURN-CODE
010000             STOP RUN
010100         END-IF
010200         ADD 1 TO CP-TABLE-COUNT
010300         SET CP-IDX TO CP-TABLE-COUNT
010400         MOVE PS-PERIOD TO CP-PERIOD (CP-IDX)
010500     END-IF
010600     READ PERIOD-STATUS-FILE
010700         AT END MOVE 'Y' TO WS-PS-EOF-SWITCH
010800     END-READ.
