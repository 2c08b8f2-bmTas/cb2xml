002400*                   WORKFLOW.  AGES USE THE 365/30-DAY           *
002500*                   APPROXIMATION, CLOSE ENOUGH FOR MONTHLY      *
002600*                   BUCKETS.                                     *
002620*   10/15/26  MO    SYS-PRIN CARRIED ON THE DUNNING TRIGGER FOR  *
002640*                   THE LATE FEE ASSESSMENT.                     *
002650*   10/15/26  MO    NO DUNNING TRIGGER OR COLLECTIONS HOLD FOR   *
002660*                   AN ACCOUNT WHOSE MEMBER IS KEEPING A PAYMENT *
002670*                   ARRANGEMENT ON ARRMAST.  THE INVOICE STILL   *
002680*                   AGES INTO ITS BUCKET.                        *
002685*   10/15/26  MO    DISPUTE CREDITS FROM DSPCRED (CREDIT        *
002690*                   JOURNAL, ALLOCATION JOURNAL SHAPE) RELIEVE   *
002695*                   THE LEDGER AS PAYMENTS DO.                   *
002696*   10/15/26  MO    DUNNING THRESHOLDS AND MESSAGE IDS NOW COME  *
002697*                   FROM THE BATCH PARAMETER REGISTRY THROUGH    *
002698*                   PRMGET, AS IN FORCE ON THE RUN DATE, AND     *
002699*                   DUNPARM IS RETIRED.  OINVLOAD AND CMSGINS    *
002700*                   READ THE SAME INVAGING ROWS.  THE OLD        *
002710*                   DEFAULTS STAND WHERE NO ROW IS IN FORCE.     *
002750*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT PAY-JRNL-FILE   ASSIGN TO PAYJRNL
004000         ORGANIZATION IS SEQUENTIAL.
004300     SELECT NEW-LEDGER-FILE ASSIGN TO INVLNEW
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT DUN-TRIG-FILE   ASSIGN TO DUNTRIG
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT AGING-REPORT    ASSIGN TO INVAGRPT
005000         ORGANIZATION IS SEQUENTIAL.
005020     SELECT OPTIONAL ARR-MAST-FILE ASSIGN TO ARRNEW
005040         ORGANIZATION IS SEQUENTIAL.
005060     SELECT OPTIONAL CRED-JRNL-FILE ASSIGN TO DSPCRJNL
005080         ORGANIZATION IS SEQUENTIAL.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  OLD-LEDGER-FILE.
007100     05  AJ-ALLOCATED-AMT        PIC S9(11)V99.
007200     05  AJ-DISPOSITION          PIC X(12).
007300*
008300 FD  NEW-LEDGER-FILE.
008400 01  NEW-LEDGER-RECORD.
008500     05  NL-INVOICE-NUM          PIC X(11).
009700     05  DT-DUN-LEVEL            PIC 9(01).
009800     05  DT-MSG-ID               PIC X(08).
009900     05  DT-OPEN-AMT             PIC S9(11)V99.
009950     05  DT-SYS-PRIN             PIC X(08).
010000*
010100 FD  HOLD-OUT-FILE.
010200     COPY "HOLDMAST.cpy".
010500 01  AGING-REPORT-RECORD.
010600     05  RP-CARRIAGE-CONTROL     PIC X(01).
010700     05  RP-PRINT-LINE           PIC X(132).
010720*
010740 FD  ARR-MAST-FILE.
010760     COPY "ARRMAST.cpy".
010762*
010764*    DISPUTE CREDITS, SAME SHAPE AS THE ALLOCATION JOURNAL.
010766*
010768 FD  CRED-JRNL-FILE.
010770 01  CRED-JRNL-RECORD.
010772     05  CJ-PAYMENT-ID           PIC 9(08).
010774     05  CJ-REPORT-GROUP         PIC X(08).
010776     05  CJ-INVOICE-NUM          PIC X(11).
010778     05  CJ-ACCT-NUMBER          PIC X(20).
010780     05  CJ-CREDITED-AMT         PIC S9(11)V99.
010782     05  CJ-DISPOSITION          PIC X(12).
010800*
010900 WORKING-STORAGE SECTION.
011000*
011400     88  WS-DTL-EOF              VALUE 'Y'.
011500 01  WS-PAY-EOF-SWITCH           PIC X(01) VALUE 'N'.
011600     88  WS-PAY-EOF              VALUE 'Y'.
011620 01  WS-ARR-EOF-SWITCH           PIC X(01) VALUE 'N'.
011640     88  WS-ARR-EOF              VALUE 'Y'.
011645 01  WS-CRED-EOF-SWITCH          PIC X(01) VALUE 'N'.
011650     88  WS-CRED-EOF             VALUE 'Y'.
011660 01  WS-ARRANGEMENT-SWITCH       PIC X(01).
011680     88  WS-UNDER-ARRANGEMENT    VALUE 'Y'.
011700*
011800 01  WS-RUN-DATE                 PIC 9(08).
011900 01  WS-RUN-DAYS                 PIC 9(09) COMP.
012270     COPY "UNXINVS.cpy".
012300 01  WS-IV-SUB                   PIC 9(04) COMP.
012400*
012420*    DUNNING THRESHOLDS IN DAYS AND THE REMINDER MESSAGE FOR
012440*    EACH, HELD ON THE PARAMETER REGISTRY; THESE VALUES STAND
012460*    WHEN NO ROW IS IN FORCE.
012480*
012500 01  WS-L1-DAYS                  PIC 9(03) VALUE 30.
012600 01  WS-L1-MSG-ID                PIC X(08) VALUE 'DUNLVL1 '.
012700 01  WS-L2-DAYS                  PIC 9(03) VALUE 60.
012800 01  WS-L2-MSG-ID                PIC X(08) VALUE 'DUNLVL2 '.
012900 01  WS-L3-DAYS                  PIC 9(03) VALUE 90.
013000 01  WS-L3-MSG-ID                PIC X(08) VALUE 'DUNLVL3 '.
013010 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'INVAGING'.
013020 01  WS-PRM-NAME                 PIC X(16).
013030 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
013040 01  WS-PRM-TEXT-VALUE           PIC X(20).
013050 01  WS-PRM-STATUS               PIC X(01).
013060     88  WS-PRM-FOUND            VALUE 'Y'.
013100*
013200 01  WS-CURRENT-AMT              PIC S9(13)V99 VALUE 0.
013300 01  WS-BUCKET-30-AMT            PIC S9(13)V99 VALUE 0.
013500 01  WS-BUCKET-90-AMT            PIC S9(13)V99 VALUE 0.
013600 01  WS-TRIGGERS-WRITTEN         PIC 9(07) VALUE 0.
013700 01  WS-HOLDS-WRITTEN            PIC 9(05) VALUE 0.
013750 01  WS-TRIGGERS-SUPPRESSED      PIC 9(07) VALUE 0.
013800*
013900 01  IV-TABLE-MAX                PIC 9(04) COMP VALUE 9000.
014000 01  IV-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
014700         10  IV-BILLED-AMT       PIC S9(11)V99 COMP-3.
014800         10  IV-OPEN-AMT         PIC S9(11)V99 COMP-3.
014900         10  IV-BILL-DATE        PIC 9(08).
014905*
014910*    ACCT NUMBERS (PARTNER AND MEMBER STEM) OF MEMBERS KEEPING
014915*    A PAYMENT ARRANGEMENT.
014920*
014925 01  AK-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
014930 01  AK-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
014935 01  AK-TABLE.
014940     05  AK-ENTRY OCCURS 5000 TIMES
014945                  INDEXED BY AK-IDX.
014950         10  AK-PARTNER-ID       PIC 9(08).
014955         10  AK-MEMBER-STEM      PIC X(12).
015000*
015100 01  WS-HEADING-LINE.
015200     05  FILLER                  PIC X(40)
016700         UNTIL WS-DTL-EOF
016800     PERFORM 3000-RELIEVE-ONE-PAYMENT
016900         UNTIL WS-PAY-EOF
016920     PERFORM 3100-RELIEVE-ONE-CREDIT
016940         UNTIL WS-CRED-EOF
017000     PERFORM 4000-AGE-ONE-INVOICE
017100         VARYING WS-IV-SUB FROM 1 BY 1
017200         UNTIL WS-IV-SUB > IV-TABLE-COUNT
017800     MOVE WS-RUN-DATE TO WS-DATE-WORK
017900     PERFORM 8000-DATE-TO-DAYS
018000     MOVE WS-BILL-DAYS TO WS-RUN-DAYS
018020     MOVE 'L1-DAYS' TO WS-PRM-NAME
018040     PERFORM 1300-GET-PARAMETER
018060     IF WS-PRM-FOUND
018080         MOVE WS-PRM-NUMERIC-VALUE TO WS-L1-DAYS
018100     END-IF
018120     MOVE 'L1-MSG-ID' TO WS-PRM-NAME
018140     PERFORM 1300-GET-PARAMETER
018160     IF WS-PRM-FOUND AND WS-PRM-TEXT-VALUE NOT = SPACES
018180         MOVE WS-PRM-TEXT-VALUE TO WS-L1-MSG-ID
018200     END-IF
018220     MOVE 'L2-DAYS' TO WS-PRM-NAME
018240     PERFORM 1300-GET-PARAMETER
018260     IF WS-PRM-FOUND
018280         MOVE WS-PRM-NUMERIC-VALUE TO WS-L2-DAYS
018300     END-IF
018320     MOVE 'L2-MSG-ID' TO WS-PRM-NAME
018340     PERFORM 1300-GET-PARAMETER
018360     IF WS-PRM-FOUND AND WS-PRM-TEXT-VALUE NOT = SPACES
018380         MOVE WS-PRM-TEXT-VALUE TO WS-L2-MSG-ID
018400     END-IF
018420     MOVE 'L3-DAYS' TO WS-PRM-NAME
018440     PERFORM 1300-GET-PARAMETER
018460     IF WS-PRM-FOUND
018480         MOVE WS-PRM-NUMERIC-VALUE TO WS-L3-DAYS
018500     END-IF
018520     MOVE 'L3-MSG-ID' TO WS-PRM-NAME
018540     PERFORM 1300-GET-PARAMETER
018560     IF WS-PRM-FOUND AND WS-PRM-TEXT-VALUE NOT = SPACES
018580         MOVE WS-PRM-TEXT-VALUE TO WS-L3-MSG-ID
018600     END-IF
019310     OPEN INPUT ARR-MAST-FILE
019320     READ ARR-MAST-FILE
019330         AT END MOVE 'Y' TO WS-ARR-EOF-SWITCH
019340     END-READ
019350     PERFORM 1200-LOAD-ARRANGEMENT-ENTRY
019360         UNTIL WS-ARR-EOF
019370     CLOSE ARR-MAST-FILE
019400     OPEN INPUT OLD-LEDGER-FILE
019500     READ OLD-LEDGER-FILE
019600         AT END MOVE 'Y' TO WS-OLD-EOF-SWITCH
020000     CLOSE OLD-LEDGER-FILE
020100     OPEN INPUT  STMT-DETAIL-FILE
020200     OPEN INPUT  PAY-JRNL-FILE
020250     OPEN INPUT  CRED-JRNL-FILE
020300     OPEN OUTPUT NEW-LEDGER-FILE
020400     OPEN OUTPUT DUN-TRIG-FILE
020500     OPEN OUTPUT HOLD-OUT-FILE
020900     END-READ
021000     READ PAY-JRNL-FILE
021100         AT END MOVE 'Y' TO WS-PAY-EOF-SWITCH
021200     END-READ
021220     READ CRED-JRNL-FILE
021240         AT END MOVE 'Y' TO WS-CRED-EOF-SWITCH
021260     END-READ.
021300*
021400 1100-LOAD-LEDGER-ENTRY.
021500     IF IV-TABLE-COUNT < IV-TABLE-MAX
022600         AT END MOVE 'Y' TO WS-OLD-EOF-SWITCH
022700     END-READ.
022800*
022802*    A KEPT PLAN DROPPED FOR WANT OF ROOM WOULD DUN A MEMBER
022804*    WHO IS PAYING AS AGREED, SO A FULL TABLE STOPS THE RUN.
022806*
022808 1200-LOAD-ARRANGEMENT-ENTRY.
022810     IF AR-KEPT
022812         IF AK-TABLE-COUNT NOT < AK-TABLE-MAX
022814             DISPLAY 'INVAGING - ARRANGEMENT TABLE FULL AT '
022816                 AK-TABLE-MAX ' PLANS - NO TRIGGERS WRITTEN'
022818             MOVE 8 TO RETURN-CODE
022820             STOP RUN
022822         END-IF
022824         ADD 1 TO AK-TABLE-COUNT
022826         SET AK-IDX TO AK-TABLE-COUNT
022828         MOVE AR-PARTNER-ID TO AK-PARTNER-ID (AK-IDX)
022830         MOVE AR-MEMBER-ID (1:12) TO AK-MEMBER-STEM (AK-IDX)
022832     END-IF
022834     READ ARR-MAST-FILE
022836         AT END MOVE 'Y' TO WS-ARR-EOF-SWITCH
022838     END-READ.
022840*
022850 1300-GET-PARAMETER.
022860     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
022870         WS-RUN-DATE WS-PRM-NUMERIC-VALUE
022880         WS-PRM-TEXT-VALUE WS-PRM-STATUS.
022890*
022900*    ONLY THE 'INV' SUMMARY RECORDS FEED THE LEDGER.  THE
023000*    SUMMARY CARRIES THE SAME SHELL AS UNXINVS.CPY; THE
023100*    INVOICE FIELDS SIT PAST THE 31-BYTE INFO GROUP.
027800     READ PAY-JRNL-FILE
027900         AT END MOVE 'Y' TO WS-PAY-EOF-SWITCH
028000     END-READ.
028005*
028010 3100-RELIEVE-ONE-CREDIT.
028015     SET IV-IDX TO 1
028020     SEARCH IV-ENTRY
028025         AT END
028030             CONTINUE
028035         WHEN IV-IDX > IV-TABLE-COUNT
028040             CONTINUE
028045         WHEN IV-INVOICE-NUM (IV-IDX) = CJ-INVOICE-NUM
028050             SUBTRACT CJ-CREDITED-AMT
028055                 FROM IV-OPEN-AMT (IV-IDX)
028060     END-SEARCH
028065     READ CRED-JRNL-FILE
028070         AT END MOVE 'Y' TO WS-CRED-EOF-SWITCH
028075     END-READ.
028100*
028200 4000-AGE-ONE-INVOICE.
028300     MOVE IV-BILL-DATE (WS-IV-SUB) TO WS-DATE-WORK
028400     PERFORM 8000-DATE-TO-DAYS
028500     COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-BILL-DAYS
028550     PERFORM 4050-CHECK-ARRANGEMENT
028600     IF IV-OPEN-AMT (WS-IV-SUB) > ZERO
028700         EVALUATE TRUE
028800             WHEN WS-AGE-DAYS >= WS-L3-DAYS
031700     MOVE IV-BILL-DATE (WS-IV-SUB)   TO NL-BILL-DATE
031800     WRITE NEW-LEDGER-RECORD.
031900*
031905 4050-CHECK-ARRANGEMENT.
031910     MOVE 'N' TO WS-ARRANGEMENT-SWITCH
031915     SET AK-IDX TO 1
031920     SEARCH AK-ENTRY
031925         AT END
031930             CONTINUE
031935         WHEN AK-IDX > AK-TABLE-COUNT
031940             CONTINUE
031945         WHEN AK-PARTNER-ID (AK-IDX)
031950                 = IV-ACCT-NUMBER (WS-IV-SUB) (1:8)
031955             AND AK-MEMBER-STEM (AK-IDX)
031960                 = IV-ACCT-NUMBER (WS-IV-SUB) (9:12)
031965             MOVE 'Y' TO WS-ARRANGEMENT-SWITCH
031970     END-SEARCH.
031975*
032000 4100-WRITE-TRIGGER.
032020     IF WS-UNDER-ARRANGEMENT
032040         ADD 1 TO WS-TRIGGERS-SUPPRESSED
032060     ELSE
032100         ADD 1 TO WS-TRIGGERS-WRITTEN
032200         MOVE IV-ACCT-NUMBER (WS-IV-SUB) TO DT-ACCT-NUMBER
032300         MOVE IV-INVOICE-NUM (WS-IV-SUB) TO DT-INVOICE-NUM
032400         MOVE WS-AGE-DAYS                TO DT-AGE-DAYS
032500         MOVE IV-OPEN-AMT (WS-IV-SUB)    TO DT-OPEN-AMT
032550         MOVE IV-SYS-PRIN (WS-IV-SUB)    TO DT-SYS-PRIN
032600         WRITE DUN-TRIG-RECORD
032650     END-IF.
032700*
032800*    THE 20-BYTE ACCT NUMBER CARRIES THE PARTNER IN ITS FIRST
032900*    EIGHT DIGITS AND THE MEMBER STEM IN THE NEXT TWELVE; THE
032910*    MEMBER ID'S LOW-ORDER CHECK POSITION IS ZERO ON HOLDS.
033000*
033100 4200-WRITE-COLLECTION-HOLD.
033150     IF NOT WS-UNDER-ARRANGEMENT
033200         ADD 1 TO WS-HOLDS-WRITTEN
033300         MOVE IV-ACCT-NUMBER (WS-IV-SUB) (1:8)
033400             TO HD-PARTNER-ID
033500         MOVE IV-ACCT-NUMBER (WS-IV-SUB) (9:12)
033600             TO HD-MEMBER-ID (1:12)
033610         MOVE ZERO TO HD-MEMBER-ID (13:1)
033700         MOVE 'COL'      TO HD-REASON-CODE
033800         MOVE WS-RUN-DATE TO HD-EFF-FROM-DATE
033900         MOVE 99991231   TO HD-EFF-TO-DATE
034000         WRITE HOLD-MASTER-RECORD
034050     END-IF.
034100*
034200 5000-PRINT-AGED-POSITION.
034300     MOVE WS-RUN-DATE TO H1-RUN-DATE
035800     PERFORM 5100-PRINT-TOTAL-LINE
035900     DISPLAY 'INVAGING - DUNNING TRIGGERS: '
036000         WS-TRIGGERS-WRITTEN
036100     DISPLAY 'INVAGING - COLLECTION HOLDS: ' WS-HOLDS-WRITTEN
036120     DISPLAY 'INVAGING - UNDER ARRANGEMENT: '
036140         WS-TRIGGERS-SUPPRESSED.
036200*
036300 5100-PRINT-TOTAL-LINE.
036400     MOVE ' ' TO RP-CARRIAGE-CONTROL
037300         WS-DW-YYYY * 365 + WS-DW-MM * 30 + WS-DW-DD.
037600*
037700 9999-EXIT.
037800     CLOSE STMT-DETAIL-FILE PAY-JRNL-FILE CRED-JRNL-FILE
037900           NEW-LEDGER-FILE DUN-TRIG-FILE
038000           HOLD-OUT-FILE AGING-REPORT
038100     STOP RUN.
