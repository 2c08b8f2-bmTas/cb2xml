003100*                   INTACT INSTEAD OF FROM RECORD ONE.           *
003200*                   OPERATIONS CLEARS THE RESTART FILE AFTER A   *
003300*                   CLEAN RUN, AS FOR DTARCKPT.                  *
003310*                                                                *
003320*   10/15/26  MO    POSTING TOLERANCE NOW COMES FROM THE BATCH   *
003330*                   PARAMETER REGISTRY THROUGH PRMGET, AS IN     *
003340*                   FORCE ON THE RUN DATE, INSTEAD OF BEING      *
003350*                   COMPILED IN.  ONE CENT STANDS WHERE NO ROW   *
003360*                   IS IN FORCE.                                 *
003400*                                                                *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
009100 01  WS-POST-EOF-SWITCH          PIC X(01) VALUE 'N'.
009200     88  WS-POST-EOF             VALUE 'Y'.
009300*
009310*    POSTING TOLERANCE IN MONEY, HELD ON THE PARAMETER
009320*    REGISTRY; THIS VALUE STANDS WHEN NO ROW IS IN FORCE.
009330*
009340 01  WS-TOLERANCE                PIC S9(07)V99 COMP-3 VALUE 0.01.
009350 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'XPOSTCHK'.
009360 01  WS-PRM-NAME                 PIC X(16) VALUE 'TOLERANCE'.
009370 01  WS-PRM-AS-OF-DATE           PIC 9(08).
009380 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
009390 01  WS-PRM-TEXT-VALUE           PIC X(20).
009400 01  WS-PRM-STATUS               PIC X(01).
009410     88  WS-PRM-FOUND            VALUE 'Y'.
009500*
009600 01  WS-RESTARTING-SWITCH        PIC X(01) VALUE 'N'.
009700     88  WS-RESTARTING           VALUE 'Y'.
013100     PERFORM 9999-EXIT.
013200*
013300 1000-INITIALIZE.
013305     ACCEPT WS-PRM-AS-OF-DATE FROM DATE YYYYMMDD
013310     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
013315         WS-PRM-AS-OF-DATE WS-PRM-NUMERIC-VALUE
013320         WS-PRM-TEXT-VALUE WS-PRM-STATUS
013325     IF WS-PRM-FOUND
013330         MOVE WS-PRM-NUMERIC-VALUE TO WS-TOLERANCE
013335     ELSE
013340         DISPLAY 'XPOSTCHK - NO PARAMETER ROW FOR ' WS-PRM-NAME
013345             ', DEFAULT USED'
013350     END-IF
013400     PERFORM 1100-READ-LAST-CHECKPOINT
013500     OPEN INPUT  DTAR119-FILE
013600     OPEN INPUT  ACCT-POST-FILE
