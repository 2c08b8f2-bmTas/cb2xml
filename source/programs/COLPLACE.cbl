002410*                   AND AN ACCOUNT ALREADY IN PLACED STATUS IS   *
002420*                   NEVER PLACED AGAIN - ONLY A RECALLED         *
002430*                   ACCOUNT CAN GO BACK OUT.                     *
002440*   10/15/26  MO    A MEMBER KEEPING A PAYMENT ARRANGEMENT ON    *
002450*                   ARRMAST IS NOT PLACED; A BROKEN PROMISE      *
002460*                   MAKES THE MEMBER ELIGIBLE AGAIN.             *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT OPTIONAL PLACE-REG-FILE ASSIGN TO COLPREG
004600         ORGANIZATION IS SEQUENTIAL.
004620     SELECT OPTIONAL ARR-MAST-FILE ASSIGN TO ARRNEW
004640         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  HOLD-MAST-FILE.
009700         88  PR-PLACED           VALUE 'P'.
009800         88  PR-RECALLED         VALUE 'R'.
009900*
009920 FD  ARR-MAST-FILE.
009940     COPY "ARRMAST.cpy".
009960*
010000 WORKING-STORAGE SECTION.
010100*
010200 01  WS-HOLD-EOF-SWITCH          PIC X(01) VALUE 'N'.
011940 01  WS-ON-REGISTER-SW           PIC X(01).
011950     88  WS-ON-REGISTER          VALUE 'Y'.
011960 01  WS-PG-SUB                   PIC 9(04) COMP.
011965 01  WS-ARR-EOF-SWITCH           PIC X(01) VALUE 'N'.
011970     88  WS-ARR-EOF              VALUE 'Y'.
011975 01  WS-ARRANGEMENT-SWITCH       PIC X(01).
011980     88  WS-UNDER-ARRANGEMENT    VALUE 'Y'.
011985 01  WS-ARRANGEMENT-COUNT        PIC 9(05) VALUE 0.
012000 01  WS-RECORD-COUNT             PIC 9(07) COMP-3 VALUE 0.
012100 01  WS-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
012200 01  WS-OPEN-BALANCE             PIC S9(11)V99.
013280         10  PG-PARTNER-ID       PIC 9(08).
013290         10  PG-MEMBER-ID        PIC 9(13).
013291*
013295*    MEMBERS KEEPING A PAYMENT ARRANGEMENT.
013300*
013305 01  AK-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
013310 01  AK-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
013315 01  AK-TABLE.
013320     05  AK-ENTRY OCCURS 5000 TIMES
013325                  INDEXED BY AK-IDX.
013330         10  AK-PARTNER-ID       PIC 9(08).
013335         10  AK-MEMBER-STEM      PIC X(12).
013340*
013345 01  LG-TABLE-MAX                PIC 9(04) COMP VALUE 9000.
013400 01  LG-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
013500 01  LG-TABLE.
013600     05  LG-ENTRY OCCURS 9000 TIMES.
015700     DISPLAY 'COLPLACE - ACCOUNTS PLACED: ' WS-PLACED-COUNT
015710     DISPLAY 'COLPLACE - ALREADY PLACED:  '
015720         WS-ALREADY-PLACED-COUNT
015740     DISPLAY 'COLPLACE - UNDER ARRANGEMENT: '
015760         WS-ARRANGEMENT-COUNT
015800     PERFORM 9999-EXIT.
015900*
016000 1000-INITIALIZE.
019550     PERFORM 1400-LOAD-PLACED-ENTRY
019560         UNTIL WS-REG-EOF
019570     CLOSE PLACE-REG-FILE
019572     OPEN INPUT ARR-MAST-FILE
019574     READ ARR-MAST-FILE
019576         AT END MOVE 'Y' TO WS-ARR-EOF-SWITCH
019578     END-READ
019580     PERFORM 1500-LOAD-ARRANGEMENT-ENTRY
019582         UNTIL WS-ARR-EOF
019584     CLOSE ARR-MAST-FILE
019600     OPEN INPUT  HOLD-MAST-FILE
019700     OPEN OUTPUT PLACE-EXT-FILE
019800     OPEN EXTEND PLACE-REG-FILE
025790     READ PLACE-REG-FILE
025791         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
025792     END-READ.
025794*
025796*    A KEPT PLAN DROPPED FOR WANT OF ROOM WOULD SEND A MEMBER
025798*    WHO IS PAYING AS AGREED TO AN AGENCY, SO A FULL TABLE
025800*    STOPS THE RUN.
025802*
025804 1500-LOAD-ARRANGEMENT-ENTRY.
025806     IF AR-KEPT
025808         IF AK-TABLE-COUNT NOT < AK-TABLE-MAX
025810             DISPLAY 'COLPLACE - ARRANGEMENT TABLE FULL AT '
025812                 AK-TABLE-MAX ' PLANS - NOTHING PLACED'
025814             MOVE 8 TO RETURN-CODE
025816             STOP RUN
025818         END-IF
025820         ADD 1 TO AK-TABLE-COUNT
025822         SET AK-IDX TO AK-TABLE-COUNT
025824         MOVE AR-PARTNER-ID TO AK-PARTNER-ID (AK-IDX)
025826         MOVE AR-MEMBER-ID (1:12) TO AK-MEMBER-STEM (AK-IDX)
025828     END-IF
025830     READ ARR-MAST-FILE
025832         AT END MOVE 'Y' TO WS-ARR-EOF-SWITCH
025834     END-READ.
025836*
025900 2000-PLACE-ONE-HOLD.
026000     IF HD-REASON-COLLECTIONS
026100         MOVE HD-EFF-FROM-DATE TO WS-DATE-WORK
026200         PERFORM 8000-DATE-TO-DAYS
026300         IF WS-RUN-DAYS - WS-HOLD-DAYS >= WS-AGE-DAYS
026320             PERFORM 2050-CHECK-ARRANGEMENT
026340             IF WS-UNDER-ARRANGEMENT
026360                 ADD 1 TO WS-ARRANGEMENT-COUNT
026380             ELSE
026400                 PERFORM 2100-PLACE-ONE-ACCOUNT
026450             END-IF
026500         END-IF
026600     END-IF
026700     READ HOLD-MAST-FILE
026800         AT END MOVE 'Y' TO WS-HOLD-EOF-SWITCH
026900     END-READ.
027000*
027005 2050-CHECK-ARRANGEMENT.
027010     MOVE 'N' TO WS-ARRANGEMENT-SWITCH
027015     SET AK-IDX TO 1
027020     SEARCH AK-ENTRY
027025         AT END
027030             CONTINUE
027035         WHEN AK-IDX > AK-TABLE-COUNT
027040             CONTINUE
027045         WHEN AK-PARTNER-ID (AK-IDX) = HD-PARTNER-ID
027050             AND AK-MEMBER-STEM (AK-IDX) = HD-MEMBER-ID (1:12)
027055             MOVE 'Y' TO WS-ARRANGEMENT-SWITCH
027060     END-SEARCH.
027065*
027100 2100-PLACE-ONE-ACCOUNT.
027110     PERFORM 2150-CHECK-ALREADY-PLACED
027120     IF WS-ON-REGISTER
