002130*                   READ (COUNT AND HASH, RETURN-CODE 8 ON A     *
002140*                   MISMATCH), AND NEITHER IS EVER TREATED AS    *
002150*                   A PAY POINT.                                 *
002160*   10/15/26  MO    A PAY POINT WHOSE MEMBER RISKRATE RATES      *
002170*                   HIGH RISK (THE RISKHIPP LIST) IS CUT NO      *
002180*                   DEBIT AND GOES TO THE NO-MANDATE FILE FOR    *
002190*                   MANUAL PAYMENT INSTEAD.                      *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT NO-MANDATE-FILE ASSIGN TO DDNOMAND
003700         ORGANIZATION IS SEQUENTIAL.
003720     SELECT OPTIONAL HIGH-RISK-FILE ASSIGN TO RISKHIPP
003740         ORGANIZATION IS SEQUENTIAL.
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  PAYPT-SUMM-FILE.
007200     05  NM-PAY-POINT-NUMB       PIC 9(03).
007300     05  NM-BILLED-AMT-TOTAL     PIC S9(11)V99.
007400     05  NM-REASON               PIC X(25).
007405*
007410*    SAME SHAPE AS RISKRATE'S HIGH-RISK PAY POINT LIST.
007415*
007420 FD  HIGH-RISK-FILE.
007425 01  HIGH-RISK-RECORD.
007430     05  HP-PAY-POINT-NUMB       PIC 9(03).
007435     05  HP-PARTNER-ID           PIC 9(08).
007440     05  HP-MEMBER-ID            PIC 9(13).
007445     05  HP-SCORE                PIC 9(05).
007450     05  HP-RATING-DATE          PIC 9(08).
007500*
007600 WORKING-STORAGE SECTION.
007700*
008100     88  WS-MAND-EOF             VALUE 'Y'.
008200 01  WS-MANDATE-FOUND-SWITCH     PIC X(01).
008300     88  WS-MANDATE-FOUND        VALUE 'Y'.
008320 01  WS-RISK-EOF-SWITCH          PIC X(01) VALUE 'N'.
008340     88  WS-RISK-EOF             VALUE 'Y'.
008400*
008500 01  WS-RUN-DATE                 PIC 9(08).
008600 01  WS-DEBITS-CUT               PIC 9(05) VALUE 0.
008700 01  WS-NO-MANDATE-COUNT         PIC 9(05) VALUE 0.
008720 01  WS-HIGH-RISK-COUNT          PIC 9(05) VALUE 0.
008740 01  WS-HR-SUB                   PIC 9(04) COMP.
008800 01  WS-RECORD-COUNT             PIC 9(07) COMP-3 VALUE 0.
008900 01  WS-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
009000*
009800         10  MD-T-ACCOUNT-NO     PIC 9(09).
009900         10  MD-T-ACCOUNT-NAME   PIC X(30).
010000         10  MD-T-ACTIVE-FLAG    PIC X(01).
010010*
010020*    PAY POINTS HELD FROM DIRECT DEBIT FOR A HIGH-RISK MEMBER
010030*    (PAY POINT NUMBER PLUS ONE IS THE SUBSCRIPT).
010040*
010050 01  HR-TABLE.
010060     05  HR-HELD-FLAG            OCCURS 1000 TIMES
010070                                 PIC X(01).
010080         88  HR-HIGH-RISK        VALUE 'Y'.
010100*
010200 PROCEDURE DIVISION.
010300*
010810     DISPLAY 'DDORIG - DEBITS CUT:        ' WS-DEBITS-CUT
010900     DISPLAY 'DDORIG - NO MANDATE, PAPER: '
011000         WS-NO-MANDATE-COUNT
011020     DISPLAY 'DDORIG - HIGH RISK, PAPER: '
011040         WS-HIGH-RISK-COUNT
011100     PERFORM 9999-EXIT.
011200*
011300 1000-INITIALIZE.
011900     PERFORM 1100-LOAD-MANDATE-ENTRY
012000         UNTIL WS-MAND-EOF
012100     CLOSE MANDATE-FILE
012110     MOVE SPACES TO HR-TABLE
012120     OPEN INPUT HIGH-RISK-FILE
012130     READ HIGH-RISK-FILE
012140         AT END MOVE 'Y' TO WS-RISK-EOF-SWITCH
012150     END-READ
012160     PERFORM 1200-LOAD-HIGH-RISK-ENTRY
012170         UNTIL WS-RISK-EOF
012180     CLOSE HIGH-RISK-FILE
012200     OPEN INPUT  PAYPT-SUMM-FILE
012300     OPEN OUTPUT BANK-OUT-FILE
012400     OPEN OUTPUT NO-MANDATE-FILE
014600         AT END MOVE 'Y' TO WS-MAND-EOF-SWITCH
014700     END-READ.
014800*
014801 1200-LOAD-HIGH-RISK-ENTRY.
014802     MOVE HP-PAY-POINT-NUMB TO WS-HR-SUB
014803     ADD 1 TO WS-HR-SUB
014804     MOVE 'Y' TO HR-HELD-FLAG (WS-HR-SUB)
014805     READ HIGH-RISK-FILE
014806         AT END MOVE 'Y' TO WS-RISK-EOF-SWITCH
014807     END-READ.
014808*
014810*    THE HDR AND TRL CONTROL RECORDS ON PAYPTSUM ARE NEVER
014820*    TREATED AS PAY POINTS; THE TRAILER IS HELD FOR THE
014830*    COMPLETENESS PROOF AT END.
014970         WHEN OTHER
014980             ADD 1 TO WS-IN-COUNT
014990             ADD PY-BILLED-AMT-TOTAL TO WS-IN-HASH
014991             PERFORM 2060-CHECK-HIGH-RISK
014992     END-EVALUATE
014993     READ PAYPT-SUMM-FILE
014994         AT END MOVE 'Y' TO WS-SUMM-EOF-SWITCH
017300         WRITE NO-MANDATE-RECORD
017400     END-IF.
017800*
017805 2060-CHECK-HIGH-RISK.
017810     MOVE PY-PAY-POINT-NUMB TO WS-HR-SUB
017815     ADD 1 TO WS-HR-SUB
017820     IF HR-HIGH-RISK (WS-HR-SUB)
017825         PERFORM 2070-HOLD-HIGH-RISK
017830     ELSE
017835         PERFORM 2050-MATCH-ONE-PAY-POINT
017840     END-IF.
017845*
017850*    A HIGH-RISK MEMBER PAYS MANUALLY - THE PAY POINT STAYS ON
017855*    PAPER WHETHER OR NOT IT HOLDS A MANDATE.
017860*
017865 2070-HOLD-HIGH-RISK.
017870     ADD 1 TO WS-HIGH-RISK-COUNT
017875     MOVE PY-PAY-POINT-NUMB   TO NM-PAY-POINT-NUMB
017880     MOVE PY-BILLED-AMT-TOTAL TO NM-BILLED-AMT-TOTAL
017885     MOVE 'HIGH RISK - PAY MANUALLY' TO NM-REASON
017890     WRITE NO-MANDATE-RECORD.
017895*
017900 2100-CUT-DEBIT.
018000     ADD 1 TO WS-DEBITS-CUT
018100     MOVE PY-PAY-POINT-NUMB      TO BK-PAY-POINT-NUMB
