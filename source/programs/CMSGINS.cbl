000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CMSGINS.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  STATEMENT BILLING BATCH - PRINT PREPARATION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - SEGMENT-TARGETED MESSAGES  *
001400*                   ON THE STATEMENT ITSELF.  EACH CAMPAIGN ON   *
001500*                   THE CAMPAIGN FILE (CMSGCAMP.CPY) NAMES A     *
001600*                   MESSAGE KEY, AN EFFECTIVE WINDOW AND ITS     *
001700*                   SEGMENT RULES - PARTNER, THE LEAF STATE ON   *
001800*                   THE MEMBER'S AH LINE, THE INVAGING BUCKET OF *
001900*                   THE MEMBER'S OLDEST OPEN INVOICE, AND THE    *
002000*                   DELIVERY CHANNEL FROM DLVPREF.  EVERY MEMBER *
002100*                   WHO QUALIFIES GETS A UNX-DTL-CMSG-DATA LINE  *
002200*                   AT THE END OF THEIR STATEMENT WITH THE       *
002300*                   SUBSTITUTION TEXT FILLED IN, ON A ZERO-VALUE *
002400*                   MESSAGE INVOICE WITH ITS OWN SUMMARY SO      *
002500*                   INVBALCK STILL BALANCES.  THE LINES CARRY    *
002600*                   THE CAMPAIGN'S MSG-ID, SO MSGUSAGE AND       *
002700*                   WORDSCAN PICK THEM UP WITH EVERY OTHER       *
002800*                   MESSAGE, AND EACH ONE IS LOGGED TO CMSGLOG.  *
002820*   10/15/26  MO    AGING BUCKET THRESHOLDS NOW COME FROM        *
002840*                   INVAGING'S ROWS IN THE BATCH PARAMETER       *
002860*                   REGISTRY, THROUGH PRMGET, AS IN FORCE ON     *
002880*                   THE RUN DATE.  DUNPARM IS RETIRED.           *
002885*   10/15/26  MO    CAMPAIGN LINES NOW CARRY DETAIL-CATEGORY     *
002890*                   'CM', THE CATEGORY OVLYCHK HOLDS FOR THE     *
002895*                   CMSG OVERLAY.                                *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT CAMPAIGN-FILE    ASSIGN TO CMSGCAMP
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT LEDGER-FILE      ASSIGN TO INVLNEW
004000         ORGANIZATION IS SEQUENTIAL.
004300     SELECT PREF-MAST-FILE   ASSIGN TO DLVPNEW
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT STMT-DETAIL-FILE ASSIGN TO UNXDTLIN
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT STMT-OUT-FILE    ASSIGN TO CMSGOUT
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT OPTIONAL MSG-LOG-FILE ASSIGN TO CMSGLOG
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT CAMPAIGN-REPORT  ASSIGN TO CMSGRPT
005200         ORGANIZATION IS SEQUENTIAL.
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CAMPAIGN-FILE.
005600     COPY "CMSGCAMP.cpy".
005700*
005800 FD  LEDGER-FILE.
005900 01  LEDGER-RECORD.
006000     05  LG-INVOICE-NUM          PIC X(11).
006100     05  LG-SYS-PRIN             PIC X(08).
006200     05  LG-ACCT-NUMBER          PIC X(20).
006300     05  LG-BILLED-AMT           PIC S9(11)V99.
006400     05  LG-OPEN-AMT             PIC S9(11)V99.
006500     05  LG-BILL-DATE            PIC 9(08).
006600*
007600 FD  PREF-MAST-FILE.
007700     COPY "DLVPREF.cpy".
007800*
007900 FD  STMT-DETAIL-FILE.
008000     COPY "cpyUnxdetail.cbl".
008100*
008200 FD  STMT-OUT-FILE.
008300 01  STMT-OUT-RECORD             PIC X(1747).
008400*
008500 FD  MSG-LOG-FILE.
008600     COPY "CMSGLOG.cpy".
008700*
008800 FD  CAMPAIGN-REPORT.
008900 01  CAMPAIGN-REPORT-RECORD.
009000     05  RP-CARRIAGE-CONTROL     PIC X(01).
009100     05  RP-PRINT-LINE           PIC X(132).
009200*
009300 WORKING-STORAGE SECTION.
009400*
009500 01  WS-CAMP-EOF-SWITCH          PIC X(01) VALUE 'N'.
009600     88  WS-CAMP-EOF             VALUE 'Y'.
009700 01  WS-LEDGER-EOF-SWITCH        PIC X(01) VALUE 'N'.
009800     88  WS-LEDGER-EOF           VALUE 'Y'.
009900 01  WS-PREF-EOF-SWITCH          PIC X(01) VALUE 'N'.
010000     88  WS-PREF-EOF             VALUE 'Y'.
010100 01  WS-DTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
010200     88  WS-DTL-EOF              VALUE 'Y'.
010300 01  WS-GROUP-OPEN-SWITCH        PIC X(01) VALUE 'N'.
010400     88  WS-GROUP-OPEN           VALUE 'Y'.
010500 01  WS-PAPER-SWITCH             PIC X(01).
010600     88  WS-TO-PAPER             VALUE 'Y'.
010700 01  WS-ELECT-SWITCH             PIC X(01).
010800     88  WS-TO-ELECT             VALUE 'Y'.
010900 01  WS-QUALIFY-SWITCH           PIC X(01).
011000     88  WS-QUALIFIES            VALUE 'Y'.
011100*
011200 01  WS-RUN-DATE                 PIC 9(08).
011300 01  WS-RUN-DAYS                 PIC 9(09) COMP.
011400 01  WS-BILL-DAYS                PIC 9(09) COMP.
011500 01  WS-AGE-DAYS                 PIC S9(05) COMP-3.
011600 01  WS-DATE-WORK.
011700     05  WS-DW-YYYY              PIC 9(04).
011800     05  WS-DW-MM                PIC 9(02).
011900     05  WS-DW-DD                PIC 9(02).
012000*
012100 01  WS-L1-DAYS                  PIC 9(03) VALUE 30.
012200 01  WS-L2-DAYS                  PIC 9(03) VALUE 60.
012300 01  WS-L3-DAYS                  PIC 9(03) VALUE 90.
012310*
012320 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'INVAGING'.
012330 01  WS-PRM-NAME                 PIC X(16).
012340 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
012350 01  WS-PRM-TEXT-VALUE           PIC X(20).
012360 01  WS-PRM-STATUS               PIC X(01).
012370     88  WS-PRM-FOUND            VALUE 'Y'.
012400*
012500 01  WS-CP-SUB                   PIC 9(03) COMP.
012600 01  WS-SLOT-SUB                 PIC 9(02) COMP.
012700 01  WS-LEAD-SPACES              PIC 9(02) COMP.
012800*
012900 01  WS-DTL-KEY.
013000     05  WS-DK-PARTNER-ID        PIC 9(08).
013100     05  WS-DK-MEMBER-ID         PIC 9(13).
013200 01  WS-GROUP-KEY                PIC X(21) VALUE LOW-VALUES.
013300 01  WS-LEDGER-STEM              PIC X(12).
013400*
013500*    THE MEMBER'S STATEMENT KEYS, FROM ITS FIRST DETAIL LINE,
013600*    AND WHAT THE SEGMENT RULES ARE TESTED AGAINST.
013700*
013800 01  WS-GROUP-STMT-KEYS.
013900     05  GK-SYS-PRIN             PIC X(08).
014000     05  GK-ACCT-NUMBER          PIC X(20).
014100     05  GK-PARTNER-ID           PIC 9(08).
014200     05  GK-MEMBER-ID            PIC 9(13).
014300     05  GK-ARRANGE-NUM          PIC 9(02).
014400     05  GK-STMT-ORDER           PIC 9(02).
014500     05  GK-LINE-DEF             PIC X(05).
014600     05  GK-COLUMN-DEF           PIC X(05).
014700 01  WS-GROUP-STATE              PIC X(02).
014800 01  WS-GROUP-NAME               PIC X(26).
014900 01  WS-GROUP-OLDEST-DAYS        PIC 9(05).
015000 01  WS-GROUP-BALANCE            PIC S9(11)V99.
015100 01  WS-GROUP-BUCKET-RANK        PIC 9(01).
015200 01  WS-GROUP-LINES              PIC 9(03) COMP.
015300*
015400 01  WS-BALANCE-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99-.
015500 01  WS-DAYS-EDIT                PIC ZZZZ9.
015600 01  WS-EDIT-WORK                PIC X(20).
015700*
015800 01  WS-MEMBERS-READ             PIC 9(07) VALUE 0.
015900 01  WS-MEMBERS-MESSAGED         PIC 9(07) VALUE 0.
016000 01  WS-LINES-INSERTED           PIC 9(07) VALUE 0.
016100 01  WS-LINES-HELD               PIC 9(07) VALUE 0.
016200 01  WS-RECORDS-OUT              PIC 9(09) VALUE 0.
016300*
016400*    MESSAGE INVOICE NUMBER - 'M', THE RUN DATE YYMMDD AND A RUN
016500*    SEQUENCE.  ONE PER MEMBER MESSAGED, CARRYING ALL OF THAT
016600*    MEMBER'S CAMPAIGN LINES.
016700*
016800 01  WS-MSG-INVOICE-NUM.
016900     05  MI-PREFIX               PIC X(01) VALUE 'M'.
017000     05  MI-RUN-YYMMDD           PIC 9(06).
017100     05  MI-SEQUENCE             PIC 9(04) VALUE 0.
017200 01  WS-MAX-MSG-INVOICES         PIC 9(04) VALUE 9999.
017300*
017400     COPY "UNXINVS.cpy".
017500*
017600 01  WS-SAVED-RECORD             PIC X(1747).
017700*
017800 01  CP-TABLE-MAX                PIC 9(03) COMP VALUE 50.
017900 01  CP-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
018000 01  CP-TABLE.
018100     05  CP-ENTRY OCCURS 50 TIMES
018200                  INDEXED BY CP-IDX.
018300         10  CP-CAMPAIGN-ID      PIC 9(04).
018400         10  CP-MSG-ID           PIC X(08).
018500         10  CP-TEXT-KEY         PIC X(10).
018600         10  CP-LOCATION         PIC 9(03).
018700         10  CP-PARTNER-ID       PIC 9(08).
018800         10  CP-STATE            PIC X(02).
018900         10  CP-BUCKET           PIC X(01).
019000         10  CP-CHANNEL          PIC X(01).
019100         10  CP-IN-WINDOW-SW     PIC X(01).
019200             88  CP-IN-WINDOW    VALUE 'Y'.
019300         10  CP-INSERTED-COUNT   PIC 9(07) COMP-3.
019400         10  CP-HELD-COUNT       PIC 9(07) COMP-3.
019500         10  CP-SLOT OCCURS 10 TIMES.
019600             15  CP-VAR-NAME     PIC X(20).
019700             15  CP-VAR-SOURCE   PIC X(02).
019800             15  CP-VAR-LITERAL  PIC X(50).
019900*
020000*    MEMBERS WITH AN OPEN INVOICE ON THE LEDGER - THE AGE OF THE
020100*    OLDEST AND THE TOTAL STILL OPEN.
020200*
020300 01  AG-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
020400 01  AG-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
020500 01  AG-TABLE.
020600     05  AG-ENTRY OCCURS 20000 TIMES
020700                  INDEXED BY AG-IDX.
020800         10  AG-PARTNER-ID       PIC X(08).
020900         10  AG-MEMBER-STEM      PIC X(12).
021000         10  AG-OLDEST-DAYS      PIC 9(05) COMP-3.
021100         10  AG-OPEN-BALANCE     PIC S9(11)V99 COMP-3.
021200*
021300 01  PF-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
021400 01  PF-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
021500 01  PF-TABLE.
021600     05  PF-ENTRY OCCURS 20000 TIMES
021700                  INDEXED BY PF-IDX.
021800         10  PF-PARTNER-ID       PIC 9(08).
021900         10  PF-MEMBER-ID        PIC 9(13).
022000         10  PF-CHANNEL          PIC X(01).
022100         10  PF-EFF-FROM-DATE    PIC 9(08).
022200         10  PF-EFF-TO-DATE      PIC 9(08).
022300*
022400 01  WS-HEADING-LINE.
022500     05  FILLER                  PIC X(44)
022600         VALUE 'CMSGINS - STATEMENT MESSAGE CAMPAIGNS       '.
022700     05  H1-RUN-DATE             PIC 9(08).
022800     05  FILLER                  PIC X(80) VALUE SPACES.
022900*
023000 01  WS-COLUMN-LINE.
023100     05  FILLER                  PIC X(44)
023200         VALUE 'CAMP  MSG-ID    TEXT KEY    WINDOW          '.
023300     05  FILLER                  PIC X(44)
023400         VALUE 'INSERTED      HELD                          '.
023500     05  FILLER                  PIC X(44)
023600         VALUE '                                            '.
023700*
023800 01  WS-DETAIL-LINE.
023900     05  DL-CAMPAIGN-ID          PIC 9(04).
024000     05  FILLER                  PIC X(02) VALUE SPACES.
024100     05  DL-MSG-ID               PIC X(08).
024200     05  FILLER                  PIC X(02) VALUE SPACES.
024300     05  DL-TEXT-KEY             PIC X(10).
024400     05  FILLER                  PIC X(02) VALUE SPACES.
024500     05  DL-WINDOW               PIC X(14).
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  DL-INSERTED             PIC ZZZZZZZ9.
024800     05  FILLER                  PIC X(02) VALUE SPACES.
024900     05  DL-HELD                 PIC ZZZZZZZ9.
025000     05  FILLER                  PIC X(70) VALUE SPACES.
025100*
025200 01  WS-TOTAL-LINE.
025300     05  TT-CAPTION              PIC X(30).
025400     05  TT-COUNT                PIC ZZZZZZZZ9.
025500     05  FILLER                  PIC X(93) VALUE SPACES.
025600*
025700 PROCEDURE DIVISION.
025800*
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE
026100     PERFORM 2000-COPY-ONE-RECORD
026200         UNTIL WS-DTL-EOF
026300     IF WS-GROUP-OPEN
026400         PERFORM 3000-CLOSE-MEMBER
026500     END-IF
026600     PERFORM 4000-PRINT-ONE-CAMPAIGN
026700         VARYING WS-CP-SUB FROM 1 BY 1
026800         UNTIL WS-CP-SUB > CP-TABLE-COUNT
026900     PERFORM 5000-PRINT-TOTALS
027000     DISPLAY 'CMSGINS - MEMBERS MESSAGED:  ' WS-MEMBERS-MESSAGED
027100     DISPLAY 'CMSGINS - LINES INSERTED:    ' WS-LINES-INSERTED
027200     DISPLAY 'CMSGINS - LINES HELD:        ' WS-LINES-HELD
027300     PERFORM 9999-EXIT.
027400*
027500 1000-INITIALIZE.
027600     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
027700     MOVE WS-RUN-DATE (3:6) TO MI-RUN-YYMMDD
027800     MOVE WS-RUN-DATE TO WS-DATE-WORK
027900     PERFORM 8000-DATE-TO-DAYS
028000     MOVE WS-BILL-DAYS TO WS-RUN-DAYS
028050     MOVE 'L1-DAYS' TO WS-PRM-NAME
028100     PERFORM 1400-GET-PARAMETER
028150     IF WS-PRM-FOUND
028200         MOVE WS-PRM-NUMERIC-VALUE TO WS-L1-DAYS
028250     END-IF
028300     MOVE 'L2-DAYS' TO WS-PRM-NAME
028350     PERFORM 1400-GET-PARAMETER
028400     IF WS-PRM-FOUND
028450         MOVE WS-PRM-NUMERIC-VALUE TO WS-L2-DAYS
028500     END-IF
028550     MOVE 'L3-DAYS' TO WS-PRM-NAME
028600     PERFORM 1400-GET-PARAMETER
028650     IF WS-PRM-FOUND
028700         MOVE WS-PRM-NUMERIC-VALUE TO WS-L3-DAYS
028750     END-IF
029100     OPEN INPUT CAMPAIGN-FILE
029200     READ CAMPAIGN-FILE
029300         AT END MOVE 'Y' TO WS-CAMP-EOF-SWITCH
029400     END-READ
029500     PERFORM 1100-LOAD-CAMPAIGN-ENTRY
029600         UNTIL WS-CAMP-EOF
029700     CLOSE CAMPAIGN-FILE
029800     OPEN INPUT LEDGER-FILE
029900     READ LEDGER-FILE
030000         AT END MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
030100     END-READ
030200     PERFORM 1200-LOAD-LEDGER-ENTRY
030300         UNTIL WS-LEDGER-EOF
030400     CLOSE LEDGER-FILE
030500     OPEN INPUT PREF-MAST-FILE
030600     READ PREF-MAST-FILE
030700         AT END MOVE 'Y' TO WS-PREF-EOF-SWITCH
030800     END-READ
030900     PERFORM 1300-LOAD-PREF-ENTRY
031000         UNTIL WS-PREF-EOF
031100     CLOSE PREF-MAST-FILE
031200     OPEN INPUT  STMT-DETAIL-FILE
031300     OPEN OUTPUT STMT-OUT-FILE
031400     OPEN EXTEND MSG-LOG-FILE
031500     OPEN OUTPUT CAMPAIGN-REPORT
031600     MOVE WS-RUN-DATE TO H1-RUN-DATE
031700     MOVE '1' TO RP-CARRIAGE-CONTROL
031800     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
031900     WRITE CAMPAIGN-REPORT-RECORD
032000     MOVE '0' TO RP-CARRIAGE-CONTROL
032100     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
032200     WRITE CAMPAIGN-REPORT-RECORD
032300     READ STMT-DETAIL-FILE
032400         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
032500     END-READ.
032600*
032700*    A CAMPAIGN DROPPED FOR WANT OF ROOM WOULD GO UNSENT WITH
032800*    NOTHING TO SHOW FOR IT, SO A FULL TABLE STOPS THE RUN.
032900*
033000 1100-LOAD-CAMPAIGN-ENTRY.
033100     IF CP-TABLE-COUNT NOT < CP-TABLE-MAX
033200         DISPLAY 'CMSGINS - CAMPAIGN TABLE FULL AT '
033300             CP-TABLE-MAX ' ENTRIES - NO MESSAGES INSERTED'
033400         MOVE 8 TO RETURN-CODE
033500         STOP RUN
033600     END-IF
033700     ADD 1 TO CP-TABLE-COUNT
033800     SET CP-IDX TO CP-TABLE-COUNT
033900     MOVE SM-CAMPAIGN-ID  TO CP-CAMPAIGN-ID (CP-IDX)
034000     MOVE SM-MSG-ID       TO CP-MSG-ID (CP-IDX)
034100     MOVE SM-TEXT-KEY     TO CP-TEXT-KEY (CP-IDX)
034200     MOVE SM-LOCATION     TO CP-LOCATION (CP-IDX)
034300     MOVE SM-PARTNER-ID   TO CP-PARTNER-ID (CP-IDX)
034400     MOVE SM-STATE        TO CP-STATE (CP-IDX)
034500     MOVE SM-AGING-BUCKET TO CP-BUCKET (CP-IDX)
034600     MOVE SM-CHANNEL      TO CP-CHANNEL (CP-IDX)
034700     MOVE ZERO            TO CP-INSERTED-COUNT (CP-IDX)
034800     MOVE ZERO            TO CP-HELD-COUNT (CP-IDX)
034900     IF WS-RUN-DATE < SM-EFF-FROM-DATE
035000         OR (SM-EFF-TO-DATE NOT = ZERO
035100             AND WS-RUN-DATE > SM-EFF-TO-DATE)
035200         MOVE 'N' TO CP-IN-WINDOW-SW (CP-IDX)
035300     ELSE
035400         MOVE 'Y' TO CP-IN-WINDOW-SW (CP-IDX)
035500     END-IF
035600     PERFORM 1110-LOAD-ONE-SLOT
035700         VARYING WS-SLOT-SUB FROM 1 BY 1
035800         UNTIL WS-SLOT-SUB > 10
035900     READ CAMPAIGN-FILE
036000         AT END MOVE 'Y' TO WS-CAMP-EOF-SWITCH
036100     END-READ.
036200*
036300 1110-LOAD-ONE-SLOT.
036400     MOVE SM-VAR-NAME (WS-SLOT-SUB)
036500         TO CP-VAR-NAME (CP-IDX, WS-SLOT-SUB)
036600     MOVE SM-VAR-SOURCE (WS-SLOT-SUB)
036700         TO CP-VAR-SOURCE (CP-IDX, WS-SLOT-SUB)
036800     MOVE SM-VAR-LITERAL (WS-SLOT-SUB)
036900         TO CP-VAR-LITERAL (CP-IDX, WS-SLOT-SUB).
037000*
037100*    EVERY OPEN INVOICE ADDS TO ITS MEMBER'S OPEN TOTAL AND MAY
037200*    BE ITS OLDEST.  THE LEDGER ACCT NUMBER CARRIES THE PARTNER
037300*    IN ITS FIRST EIGHT DIGITS AND THE MEMBER STEM IN THE NEXT
037400*    TWELVE.  A FULL TABLE STOPS THE RUN RATHER THAN SEND A
037500*    COLLECTIONS MESSAGE TO THE WRONG MEMBERS.
037600*
037700 1200-LOAD-LEDGER-ENTRY.
037800     IF LG-OPEN-AMT > ZERO
037900         MOVE LG-BILL-DATE TO WS-DATE-WORK
038000         PERFORM 8000-DATE-TO-DAYS
038100         COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-BILL-DAYS
038200         IF WS-AGE-DAYS < ZERO
038300             MOVE ZERO TO WS-AGE-DAYS
038400         END-IF
038500         MOVE LG-ACCT-NUMBER (9:12) TO WS-LEDGER-STEM
038600         SET AG-IDX TO 1
038700         SEARCH AG-ENTRY
038800             AT END
038900                 PERFORM 1210-ADD-LEDGER-MEMBER
039000             WHEN AG-IDX > AG-TABLE-COUNT
039100                 PERFORM 1210-ADD-LEDGER-MEMBER
039200             WHEN AG-PARTNER-ID (AG-IDX) = LG-ACCT-NUMBER (1:8)
039300                 AND AG-MEMBER-STEM (AG-IDX) = WS-LEDGER-STEM
039400                 CONTINUE
039500         END-SEARCH
039600         ADD LG-OPEN-AMT TO AG-OPEN-BALANCE (AG-IDX)
039700         IF WS-AGE-DAYS > AG-OLDEST-DAYS (AG-IDX)
039800             MOVE WS-AGE-DAYS TO AG-OLDEST-DAYS (AG-IDX)
039900         END-IF
040000     END-IF
040100     READ LEDGER-FILE
040200         AT END MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
040300     END-READ.
040400*
040500 1210-ADD-LEDGER-MEMBER.
040600     IF AG-TABLE-COUNT NOT < AG-TABLE-MAX
040700         DISPLAY 'CMSGINS - LEDGER TABLE FULL AT '
040800             AG-TABLE-MAX ' MEMBERS - NO MESSAGES INSERTED'
040900         MOVE 8 TO RETURN-CODE
041000         STOP RUN
041100     END-IF
041200     ADD 1 TO AG-TABLE-COUNT
041300     SET AG-IDX TO AG-TABLE-COUNT
041400     MOVE LG-ACCT-NUMBER (1:8)  TO AG-PARTNER-ID (AG-IDX)
041500     MOVE LG-ACCT-NUMBER (9:12) TO AG-MEMBER-STEM (AG-IDX)
041600     MOVE ZERO                  TO AG-OLDEST-DAYS (AG-IDX)
041700     MOVE ZERO                  TO AG-OPEN-BALANCE (AG-IDX).
041800*
041900 1300-LOAD-PREF-ENTRY.
042000     IF PF-TABLE-COUNT < PF-TABLE-MAX
042100         ADD 1 TO PF-TABLE-COUNT
042200         SET PF-IDX TO PF-TABLE-COUNT
042300         MOVE DV-PARTNER-ID    TO PF-PARTNER-ID (PF-IDX)
042400         MOVE DV-MEMBER-ID     TO PF-MEMBER-ID (PF-IDX)
042500         MOVE DV-CHANNEL       TO PF-CHANNEL (PF-IDX)
042600         MOVE DV-EFF-FROM-DATE TO PF-EFF-FROM-DATE (PF-IDX)
042700         MOVE DV-EFF-TO-DATE   TO PF-EFF-TO-DATE (PF-IDX)
042800     END-IF
042900     READ PREF-MAST-FILE
043000         AT END MOVE 'Y' TO WS-PREF-EOF-SWITCH
043100     END-READ.
043110*
043120 1400-GET-PARAMETER.
043130     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
043140         WS-RUN-DATE WS-PRM-NUMERIC-VALUE
043150         WS-PRM-TEXT-VALUE WS-PRM-STATUS
043160     IF NOT WS-PRM-FOUND
043170         DISPLAY 'CMSGINS - NO PARAMETER ROW FOR ' WS-PRM-NAME
043180             ', DEFAULT USED'
043190     END-IF.
043200*
043300*    EVERY RECORD IS COPIED THROUGH.  A DETAIL LINE FOR A NEW
043400*    PARTNER/MEMBER FIRST CLOSES THE MEMBER BEFORE IT, WHOSE
043500*    MESSAGES GO OUT AT THAT POINT.  THE MEMBER'S AH LINE GIVES
043600*    ITS LEAF STATE AND NAME.
043700*
043800 2000-COPY-ONE-RECORD.
043900     IF UNX-DTL-REC-TYPE = 'DTL'
044000         MOVE UNX-DTL-PARTNER-ID TO WS-DK-PARTNER-ID
044100         MOVE UNX-DTL-MEMBER-ID  TO WS-DK-MEMBER-ID
044200         IF WS-DTL-KEY NOT = WS-GROUP-KEY
044300             IF WS-GROUP-OPEN
044400                 PERFORM 3000-CLOSE-MEMBER
044500             END-IF
044600             PERFORM 2100-OPEN-MEMBER
044700         END-IF
044800         IF UNX-DTL-DETAIL-CATEGORY = 'AH'
044900             MOVE UNX-DTL-AH-LEAF-STATE   TO WS-GROUP-STATE
045000             MOVE UNX-DTL-AH-LEAF-PRIN-NM TO WS-GROUP-NAME
045100         END-IF
045200     END-IF
045300     PERFORM 2300-WRITE-OUT
045400     READ STMT-DETAIL-FILE
045500         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
045600     END-READ.
045700*
045800 2100-OPEN-MEMBER.
045900     ADD 1 TO WS-MEMBERS-READ
046000     MOVE WS-DTL-KEY TO WS-GROUP-KEY
046100     MOVE 'Y' TO WS-GROUP-OPEN-SWITCH
046200     MOVE UNX-DTL-SYS-PRIN    TO GK-SYS-PRIN
046300     MOVE UNX-DTL-ACCT-NUMBER TO GK-ACCT-NUMBER
046400     MOVE UNX-DTL-PARTNER-ID  TO GK-PARTNER-ID
046500     MOVE UNX-DTL-MEMBER-ID   TO GK-MEMBER-ID
046600     MOVE UNX-DTL-ARRANGE-NUM TO GK-ARRANGE-NUM
046700     MOVE UNX-DTL-STMT-ORDER  TO GK-STMT-ORDER
046800     MOVE UNX-DTL-LINE-DEF    TO GK-LINE-DEF
046900     MOVE UNX-DTL-COLUMN-DEF  TO GK-COLUMN-DEF
047000     MOVE SPACES TO WS-GROUP-STATE
047100     MOVE SPACES TO WS-GROUP-NAME
047200     PERFORM 2110-FIND-MEMBER-AGING
047300     PERFORM 2120-FIND-MEMBER-CHANNEL.
047400*
047500*    THE MEMBER'S BUCKET IS THAT OF ITS OLDEST OPEN INVOICE, ON
047600*    INVAGING'S OWN THRESHOLDS - 0 CURRENT, 1 TO 3 PAST DUE.
047700*
047800 2110-FIND-MEMBER-AGING.
047900     MOVE ZERO TO WS-GROUP-OLDEST-DAYS
048000     MOVE ZERO TO WS-GROUP-BALANCE
048100     MOVE WS-DK-MEMBER-ID (1:12) TO WS-LEDGER-STEM
048200     SET AG-IDX TO 1
048300     SEARCH AG-ENTRY
048400         AT END
048500             CONTINUE
048600         WHEN AG-IDX > AG-TABLE-COUNT
048700             CONTINUE
048800         WHEN AG-PARTNER-ID (AG-IDX) = GK-ACCT-NUMBER (1:8)
048900             AND AG-MEMBER-STEM (AG-IDX) = WS-LEDGER-STEM
049000             MOVE AG-OLDEST-DAYS (AG-IDX)  TO WS-GROUP-OLDEST-DAYS
049100             MOVE AG-OPEN-BALANCE (AG-IDX) TO WS-GROUP-BALANCE
049200     END-SEARCH
049300     EVALUATE TRUE
049400         WHEN WS-GROUP-OLDEST-DAYS >= WS-L3-DAYS
049500             MOVE 3 TO WS-GROUP-BUCKET-RANK
049600         WHEN WS-GROUP-OLDEST-DAYS >= WS-L2-DAYS
049700             MOVE 2 TO WS-GROUP-BUCKET-RANK
049800         WHEN WS-GROUP-OLDEST-DAYS >= WS-L1-DAYS
049900             MOVE 1 TO WS-GROUP-BUCKET-RANK
050000         WHEN OTHER
050100             MOVE 0 TO WS-GROUP-BUCKET-RANK
050200     END-EVALUATE.
050300*
050400*    AS DLVROUTE ROUTES IT - NO PREFERENCE, OR ONE OUTSIDE ITS
050500*    WINDOW, MEANS PAPER.
050600*
050700 2120-FIND-MEMBER-CHANNEL.
050800     MOVE 'N' TO WS-PAPER-SWITCH
050900     MOVE 'N' TO WS-ELECT-SWITCH
051000     SET PF-IDX TO 1
051100     SEARCH PF-ENTRY
051200         AT END
051300             MOVE 'Y' TO WS-PAPER-SWITCH
051400         WHEN PF-IDX > PF-TABLE-COUNT
051500             MOVE 'Y' TO WS-PAPER-SWITCH
051600         WHEN PF-PARTNER-ID (PF-IDX) = WS-DK-PARTNER-ID
051700             AND PF-MEMBER-ID (PF-IDX) = WS-DK-MEMBER-ID
051800             PERFORM 2130-APPLY-PREFERENCE
051900     END-SEARCH.
052000*
052100 2130-APPLY-PREFERENCE.
052200     IF WS-RUN-DATE < PF-EFF-FROM-DATE (PF-IDX)
052300         OR (PF-EFF-TO-DATE (PF-IDX) NOT = ZERO
052400             AND WS-RUN-DATE > PF-EFF-TO-DATE (PF-IDX))
052500         MOVE 'Y' TO WS-PAPER-SWITCH
052600     ELSE
052700         EVALUATE PF-CHANNEL (PF-IDX)
052800             WHEN 'E'
052900                 MOVE 'Y' TO WS-ELECT-SWITCH
053000             WHEN 'B'
053100                 MOVE 'Y' TO WS-PAPER-SWITCH
053200                 MOVE 'Y' TO WS-ELECT-SWITCH
053300             WHEN OTHER
053400                 MOVE 'Y' TO WS-PAPER-SWITCH
053500         END-EVALUATE
053600     END-IF.
053700*
053800 2300-WRITE-OUT.
053900     ADD 1 TO WS-RECORDS-OUT
054000     MOVE UNX-STMT-DETAIL-RECORD TO STMT-OUT-RECORD
054100     WRITE STMT-OUT-RECORD.
054200*
054300******************************************************************
054400*    END OF A MEMBER.  EVERY CAMPAIGN THE MEMBER QUALIFIES FOR   *
054500*    ADDS A LINE TO ONE MESSAGE INVOICE, SUMMARISED LAST.  THE   *
054600*    LINES ARE BUILT IN THE RECORD AREA, SO THE NEXT MEMBER'S    *
054700*    FIRST LINE, ALREADY READ, IS PUT BACK AFTERWARDS.           *
054800******************************************************************
054900 3000-CLOSE-MEMBER.
055000     MOVE ZERO TO WS-GROUP-LINES
055100     MOVE UNX-STMT-DETAIL-RECORD TO WS-SAVED-RECORD
055200     PERFORM 3100-TEST-ONE-CAMPAIGN
055300         VARYING WS-CP-SUB FROM 1 BY 1
055400         UNTIL WS-CP-SUB > CP-TABLE-COUNT
055500     IF WS-GROUP-LINES > ZERO
055600         ADD 1 TO WS-MEMBERS-MESSAGED
055700         PERFORM 3400-WRITE-MESSAGE-SUMMARY
055800     END-IF
055900     MOVE WS-SAVED-RECORD TO UNX-STMT-DETAIL-RECORD
056000     MOVE 'N' TO WS-GROUP-OPEN-SWITCH.
056100*
056200 3100-TEST-ONE-CAMPAIGN.
056300     MOVE 'Y' TO WS-QUALIFY-SWITCH
056400     IF NOT CP-IN-WINDOW (WS-CP-SUB)
056500         MOVE 'N' TO WS-QUALIFY-SWITCH
056600     END-IF
056700     IF CP-PARTNER-ID (WS-CP-SUB) NOT = ZERO
056800         AND CP-PARTNER-ID (WS-CP-SUB) NOT = GK-PARTNER-ID
056900         MOVE 'N' TO WS-QUALIFY-SWITCH
057000     END-IF
057100     IF CP-STATE (WS-CP-SUB) NOT = SPACES
057200         AND CP-STATE (WS-CP-SUB) NOT = WS-GROUP-STATE
057300         MOVE 'N' TO WS-QUALIFY-SWITCH
057400     END-IF
057500     EVALUATE CP-BUCKET (WS-CP-SUB)
057600         WHEN '*'
057700         WHEN ' '
057800             CONTINUE
057900         WHEN 'C'
058000             IF WS-GROUP-BUCKET-RANK NOT = 0
058100                 MOVE 'N' TO WS-QUALIFY-SWITCH
058200             END-IF
058300         WHEN '1'
058400         WHEN '2'
058500         WHEN '3'
058600             IF WS-GROUP-BUCKET-RANK < CP-BUCKET (WS-CP-SUB)
058700                 MOVE 'N' TO WS-QUALIFY-SWITCH
058800             END-IF
058900         WHEN OTHER
059000             MOVE 'N' TO WS-QUALIFY-SWITCH
059100     END-EVALUATE
059200     EVALUATE CP-CHANNEL (WS-CP-SUB)
059300         WHEN '*'
059400         WHEN ' '
059500             CONTINUE
059600         WHEN 'P'
059700             IF NOT WS-TO-PAPER
059800                 MOVE 'N' TO WS-QUALIFY-SWITCH
059900             END-IF
060000         WHEN 'E'
060100             IF NOT WS-TO-ELECT
060200                 MOVE 'N' TO WS-QUALIFY-SWITCH
060300             END-IF
060400         WHEN OTHER
060500             MOVE 'N' TO WS-QUALIFY-SWITCH
060600     END-EVALUATE
060700     IF WS-QUALIFIES
060800         PERFORM 3200-INSERT-MESSAGE
060900     END-IF.
061000*
061100*    THE MEMBER'S MESSAGE INVOICE IS NUMBERED WITH ITS FIRST
061200*    LINE.  WHEN THE RUN'S NUMBERS ARE USED UP THE MESSAGE IS
061300*    HELD AND COUNTED AGAINST THE CAMPAIGN.
061400*
061500 3200-INSERT-MESSAGE.
061600     IF WS-GROUP-LINES = ZERO
061700         AND MI-SEQUENCE NOT < WS-MAX-MSG-INVOICES
061800         ADD 1 TO CP-HELD-COUNT (WS-CP-SUB)
061900         ADD 1 TO WS-LINES-HELD
062000         MOVE 4 TO RETURN-CODE
062100     ELSE
062200         IF WS-GROUP-LINES = ZERO
062300             ADD 1 TO MI-SEQUENCE
062400         END-IF
062500         ADD 1 TO WS-GROUP-LINES
062600         ADD 1 TO CP-INSERTED-COUNT (WS-CP-SUB)
062700         ADD 1 TO WS-LINES-INSERTED
062800         PERFORM 3300-BUILD-MESSAGE-LINE
062900         PERFORM 2300-WRITE-OUT
063000         MOVE WS-RUN-DATE               TO CL-RUN-DATE
063100         MOVE CP-CAMPAIGN-ID (WS-CP-SUB) TO CL-CAMPAIGN-ID
063200         MOVE CP-MSG-ID (WS-CP-SUB)      TO CL-MSG-ID
063300         MOVE CP-TEXT-KEY (WS-CP-SUB)    TO CL-TEXT-KEY
063400         MOVE GK-PARTNER-ID             TO CL-PARTNER-ID
063500         MOVE GK-MEMBER-ID              TO CL-MEMBER-ID
063600         MOVE GK-ACCT-NUMBER            TO CL-ACCT-NUMBER
063700         MOVE WS-MSG-INVOICE-NUM        TO CL-INVOICE-NUM
063800         WRITE STMT-MSG-LOG-RECORD
063900     END-IF.
064000*
064100*    THE MESSAGE LINE CARRIES THE MEMBER'S STATEMENT KEYS AND
064200*    SORTS TO THE END OF ITS SECTION.
064300*
064400 3300-BUILD-MESSAGE-LINE.
064500     MOVE SPACES TO UNX-STMT-DETAIL-RECORD
064600     MOVE 'DTL'                 TO UNX-DTL-REC-TYPE
064700     MOVE GK-SYS-PRIN           TO UNX-DTL-SYS-PRIN
064800     MOVE GK-ACCT-NUMBER        TO UNX-DTL-ACCT-NUMBER
064900     MOVE 'DTL'                 TO UNX-DTL-RECORD-TYPE
065000     MOVE GK-PARTNER-ID         TO UNX-DTL-PARTNER-ID
065100     MOVE GK-MEMBER-ID          TO UNX-DTL-MEMBER-ID
065200     MOVE GK-ARRANGE-NUM        TO UNX-DTL-ARRANGE-NUM
065300     MOVE GK-STMT-ORDER         TO UNX-DTL-STMT-ORDER
065400     MOVE WS-MSG-INVOICE-NUM    TO UNX-DTL-INVOICE-NUM
065500     MOVE ZERO                  TO UNX-DTL-LAYER
065600     MOVE ZERO                  TO UNX-DTL-PARENT-GROUP
065700     MOVE ZERO                  TO UNX-DTL-GROUP-ID
065800     MOVE ZERO                  TO UNX-DTL-SUB-GROUP-ID
065900     MOVE WS-RUN-DATE           TO UNX-DTL-TRAN-DATE
066000     MOVE ZERO                  TO UNX-DTL-PREFIX-NUM
066100     MOVE ZERO                  TO UNX-DTL-RUN-NUM
066200     MOVE WS-GROUP-LINES        TO UNX-DTL-DETAIL-NUM
066300     MOVE ZERO                  TO UNX-DTL-SIBLING-NUM
066400     MOVE 999                   TO UNX-DTL-SEQ-NUM
066500     MOVE 'CM'                  TO UNX-DTL-DETAIL-CATEGORY
066600     MOVE 'CMSG '               TO UNX-DTL-DETAIL-TYPE
066700     MOVE ZERO                  TO UNX-DTL-LEVEL
066800     MOVE GK-LINE-DEF           TO UNX-DTL-LINE-DEF
066900     MOVE GK-COLUMN-DEF         TO UNX-DTL-COLUMN-DEF
067000     MOVE CP-MSG-ID (WS-CP-SUB) TO UNX-DTL-MSG-ID
067100     MOVE WS-RUN-DATE           TO UNX-DTL-POST-DATE
067200     MOVE ZERO                  TO UNX-DTL-CHARGE
067300     MOVE ZERO                  TO UNX-DTL-UNIT-QTY
067400     MOVE 'Y'                   TO UNX-DTL-CMSG-FLAG
067500     MOVE CP-TEXT-KEY (WS-CP-SUB)
067600                                TO UNX-DTL-CMSG-TEXT-KEY
067700     MOVE CP-LOCATION (WS-CP-SUB)
067800                                TO UNX-DTL-CMSG-LOCATION
067900     PERFORM 3310-FILL-ONE-SLOT
068000         VARYING WS-SLOT-SUB FROM 1 BY 1
068100         UNTIL WS-SLOT-SUB > 10.
068200*
068300 3310-FILL-ONE-SLOT.
068400     IF CP-VAR-NAME (WS-CP-SUB, WS-SLOT-SUB) NOT = SPACES
068500         MOVE CP-VAR-NAME (WS-CP-SUB, WS-SLOT-SUB)
068600             TO UNX-DTL-CMSG-VAR (WS-SLOT-SUB)
068700         EVALUATE CP-VAR-SOURCE (WS-CP-SUB, WS-SLOT-SUB)
068800             WHEN 'BL'
068900                 MOVE WS-GROUP-BALANCE TO WS-BALANCE-EDIT
069000                 MOVE WS-BALANCE-EDIT  TO WS-EDIT-WORK
069100                 PERFORM 3320-MOVE-EDITED-TEXT
069200             WHEN 'DY'
069300                 MOVE WS-GROUP-OLDEST-DAYS TO WS-DAYS-EDIT
069400                 MOVE WS-DAYS-EDIT         TO WS-EDIT-WORK
069500                 PERFORM 3320-MOVE-EDITED-TEXT
069600             WHEN 'NM'
069700                 MOVE WS-GROUP-NAME
069800                     TO UNX-DTL-CMSG-VAR-TXT (WS-SLOT-SUB)
069900             WHEN 'ST'
070000                 MOVE WS-GROUP-STATE
070100                     TO UNX-DTL-CMSG-VAR-TXT (WS-SLOT-SUB)
070200             WHEN 'PT'
070300                 MOVE GK-PARTNER-ID
070400                     TO UNX-DTL-CMSG-VAR-TXT (WS-SLOT-SUB)
070500             WHEN OTHER
070600                 MOVE CP-VAR-LITERAL (WS-CP-SUB, WS-SLOT-SUB)
070700                     TO UNX-DTL-CMSG-VAR-TXT (WS-SLOT-SUB)
070800         END-EVALUATE
070900     END-IF.
071000*
071100*    AN EDITED AMOUNT OR COUNT GOES INTO THE TEXT WITHOUT ITS
071200*    LEADING SPACES.
071300*
071400 3320-MOVE-EDITED-TEXT.
071500     MOVE ZERO TO WS-LEAD-SPACES
071600     INSPECT WS-EDIT-WORK TALLYING WS-LEAD-SPACES
071700         FOR LEADING SPACES
071800     IF WS-LEAD-SPACES < 20
071900         MOVE WS-EDIT-WORK (WS-LEAD-SPACES + 1:)
072000             TO UNX-DTL-CMSG-VAR-TXT (WS-SLOT-SUB)
072100     END-IF.
072200*
072300 3400-WRITE-MESSAGE-SUMMARY.
072400     MOVE SPACES TO UNX-INV-SUMMARY-RECORD
072500     MOVE 'INV'                 TO UNX-INV-REC-TYPE
072600     MOVE GK-SYS-PRIN           TO UNX-INV-SYS-PRIN
072700     MOVE GK-ACCT-NUMBER        TO UNX-INV-ACCT-NUMBER
072800     MOVE WS-MSG-INVOICE-NUM    TO UNX-INV-INVOICE-NUM
072900     MOVE WS-GROUP-LINES        TO UNX-INV-DETAIL-COUNT
073000     MOVE ZERO                  TO UNX-INV-TOTAL-AMT
073100     MOVE UNX-INV-SUMMARY-RECORD TO UNX-STMT-DETAIL-RECORD
073200     PERFORM 2300-WRITE-OUT.
073300*
073400 4000-PRINT-ONE-CAMPAIGN.
073500     MOVE CP-CAMPAIGN-ID (WS-CP-SUB) TO DL-CAMPAIGN-ID
073600     MOVE CP-MSG-ID (WS-CP-SUB)      TO DL-MSG-ID
073700     MOVE CP-TEXT-KEY (WS-CP-SUB)    TO DL-TEXT-KEY
073800     IF CP-IN-WINDOW (WS-CP-SUB)
073900         MOVE 'ACTIVE'        TO DL-WINDOW
074000     ELSE
074100         MOVE 'NOT IN WINDOW' TO DL-WINDOW
074200     END-IF
074300     MOVE CP-INSERTED-COUNT (WS-CP-SUB) TO DL-INSERTED
074400     MOVE CP-HELD-COUNT (WS-CP-SUB)     TO DL-HELD
074500     MOVE ' ' TO RP-CARRIAGE-CONTROL
074600     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
074700     WRITE CAMPAIGN-REPORT-RECORD.
074800*
074900 5000-PRINT-TOTALS.
075000     MOVE '0' TO RP-CARRIAGE-CONTROL
075100     MOVE SPACES TO RP-PRINT-LINE
075200     WRITE CAMPAIGN-REPORT-RECORD
075300     MOVE 'MEMBERS ON THE CYCLE          ' TO TT-CAPTION
075400     MOVE WS-MEMBERS-READ TO TT-COUNT
075500     PERFORM 5100-PRINT-TOTAL-LINE
075600     MOVE 'MEMBERS MESSAGED              ' TO TT-CAPTION
075700     MOVE WS-MEMBERS-MESSAGED TO TT-COUNT
075800     PERFORM 5100-PRINT-TOTAL-LINE
075900     MOVE 'MESSAGE LINES INSERTED        ' TO TT-CAPTION
076000     MOVE WS-LINES-INSERTED TO TT-COUNT
076100     PERFORM 5100-PRINT-TOTAL-LINE
076200     MOVE 'MESSAGE LINES HELD            ' TO TT-CAPTION
076300     MOVE WS-LINES-HELD TO TT-COUNT
076400     PERFORM 5100-PRINT-TOTAL-LINE
076500     MOVE 'RECORDS WRITTEN               ' TO TT-CAPTION
076600     MOVE WS-RECORDS-OUT TO TT-COUNT
076700     PERFORM 5100-PRINT-TOTAL-LINE.
076800*
076900 5100-PRINT-TOTAL-LINE.
077000     MOVE ' ' TO RP-CARRIAGE-CONTROL
077100     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
077200     WRITE CAMPAIGN-REPORT-RECORD.
077300*
077400*    YYYYMMDD TO AN APPROXIMATE DAY COUNT (365-DAY YEARS,
077500*    30-DAY MONTHS), AS INVAGING AGES ITS BUCKETS.
077600*
077700 8000-DATE-TO-DAYS.
077800     COMPUTE WS-BILL-DAYS =
077900         WS-DW-YYYY * 365 + WS-DW-MM * 30 + WS-DW-DD.
078000*
078100 9999-EXIT.
078200     CLOSE STMT-DETAIL-FILE STMT-OUT-FILE MSG-LOG-FILE
078300           CAMPAIGN-REPORT
078400     STOP RUN.
