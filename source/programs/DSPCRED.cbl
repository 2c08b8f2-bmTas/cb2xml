000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSPCRED.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COMBINED BILLING BATCH - CSO WORKFLOW.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - CREDIT NOTES FOR DISPUTES  *
001400*                   RESOLVED IN THE MEMBER'S FAVOUR.  RUNS ON    *
001500*                   THE NEXT CYCLE'S STATEMENT EXTRACT AHEAD OF  *
001600*                   STMTSEQ, AS LATEFEE DOES.  EVERY DSPMAST     *
001700*                   DISPUTE CREDITED BY DSPLOAD AND NOT YET ON   *
001800*                   THE DISPUTE CREDIT REGISTER (DSPCRREG.CPY)   *
001900*                   IS PICKED UP.  WHERE THE CHARGE WAS BILLED,  *
002000*                   A CREDIT-NOTE DTL LINE FOR MINUS THE         *
002100*                   DISPUTED AMOUNT GOES ON THE STREAM UNDER     *
002200*                   THE ORIGINAL INVOICE AND DETAIL NUMBER WITH  *
002300*                   AN UNXINVS 'INV' SUMMARY, SO IT BALANCES     *
002400*                   THROUGH INVBALCK; THE CREDIT IS WRITTEN TO   *
002500*                   THE CREDIT JOURNAL INVAGING RELIEVES THE     *
002600*                   OPEN-INVOICE LEDGER FROM, AND THE RUN TOTAL  *
002700*                   POSTS AS A BALANCED 'DC' PAIR THROUGH THE    *
002800*                   GLMAP ACCOUNTS.  THE REGISTER REPORT IS      *
002900*                   THE CSO TEAM'S RECORD OF EACH CREDIT.        *
002920*   10/15/26  MO    AN INVOICE'S SUMMARY NOW FOLLOWS ITS LAST    *
002940*                   CREDITED DISPUTE.  A NEVER-BILLED DISPUTE    *
002960*                   AFTER IT ON THE SAME INVOICE NO LONGER LOSES *
002980*                   THE SUMMARY.                                 *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-370.
003500 OBJECT-COMPUTER. IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT DSP-MAST-FILE    ASSIGN TO DSPNEW
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT LEDGER-FILE      ASSIGN TO INVLNEW
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT OPTIONAL CREDIT-REG-FILE ASSIGN TO DSPCRREG
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT GL-MAP-FILE      ASSIGN TO GLMAP
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT STMT-DETAIL-FILE ASSIGN TO UNXDTLIN
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT STMT-OUT-FILE    ASSIGN TO DSPCROUT
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT CREDIT-JRNL-FILE ASSIGN TO DSPCRJNL
005100         ORGANIZATION IS SEQUENTIAL.
005200     SELECT JOURNAL-FILE     ASSIGN TO DSPCRGL
005300         ORGANIZATION IS SEQUENTIAL.
005400     SELECT CREDIT-REPORT    ASSIGN TO DSPCRRPT
005500         ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  DSP-MAST-FILE.
005900     COPY "DSPMAST.cpy".
006000*
006100*    SAME SHAPE AS INVAGING'S OPEN-INVOICE LEDGER RECORD.
006200*
006300 FD  LEDGER-FILE.
006400 01  LEDGER-RECORD.
006500     05  LG-INVOICE-NUM          PIC X(11).
006600     05  LG-SYS-PRIN             PIC X(08).
006700     05  LG-ACCT-NUMBER          PIC X(20).
006800     05  LG-BILLED-AMT           PIC S9(11)V99.
006900     05  LG-OPEN-AMT             PIC S9(11)V99.
007000     05  LG-BILL-DATE            PIC 9(08).
007100*
007200 FD  CREDIT-REG-FILE.
007300     COPY "DSPCRREG.cpy".
007400*
007500*    SAME SHAPE AS GLJOURNL'S MAP FILE.  THIS JOB USES THE 'DC'
007600*    ROW - DEBIT THE REVENUE THE CHARGE WAS BILLED TO, CREDIT
007700*    RECEIVABLES.
007800*
007900 FD  GL-MAP-FILE.
008000 01  GL-MAP-RECORD.
008100     05  GM-MOVEMENT-TYPE        PIC X(02).
008200     05  GM-DEBIT-ACCOUNT        PIC 9(08).
008300     05  GM-CREDIT-ACCOUNT       PIC 9(08).
008400*
008500*    ONLY THE FIELDS THE CREDIT LINE BORROWS FROM THE ACCOUNT'S
008600*    OWN DTL LINES ARE NAMED, AT THEIR DTL OFFSETS.
008700*
008800 FD  STMT-DETAIL-FILE.
008900 01  STMT-IN-RECORD.
009000     05  SI-REC-TYPE             PIC X(03).
009100     05  SI-SYS-PRIN             PIC X(08).
009200     05  SI-ACCT-NUMBER          PIC X(20).
009300     05  SI-RECORD-TYPE          PIC X(03).
009400     05  SI-PARTNER-ID           PIC 9(08).
009500     05  SI-MEMBER-ID            PIC 9(13).
009600     05  SI-ARRANGE-NUM          PIC 9(02).
009700     05  SI-STMT-ORDER           PIC 9(02).
009800     05  FILLER                  PIC X(87).
009900     05  SI-LINE-DEF             PIC X(05).
010000     05  FILLER                  PIC X(10).
010100     05  SI-COLUMN-DEF           PIC X(05).
010200     05  FILLER                  PIC X(1581).
010300*
010400 FD  STMT-OUT-FILE.
010500     COPY "cpyUnxdetail.cbl".
010600*
010700*    SAME SHAPE AS THE PAYALLOC ALLOCATION JOURNAL, SO INVAGING
010800*    RELIEVES THE LEDGER BY THE CREDIT AS IT DOES BY A PAYMENT.
010900*
011000 FD  CREDIT-JRNL-FILE.
011100 01  CREDIT-JRNL-RECORD.
011200     05  AJ-PAYMENT-ID           PIC 9(08).
011300     05  AJ-REPORT-GROUP         PIC X(08).
011400     05  AJ-INVOICE-NUM          PIC X(11).
011500     05  AJ-ACCT-NUMBER          PIC X(20).
011600     05  AJ-ALLOCATED-AMT        PIC S9(11)V99.
011700     05  AJ-DISPOSITION          PIC X(12).
011800*
011900*    SAME SHAPE AS GLJOURNL'S JOURNAL-RECORD.
012000*
012100 FD  JOURNAL-FILE.
012200 01  JOURNAL-RECORD.
012300     05  JL-RUN-DATE             PIC 9(08).
012400     05  JL-GL-ACCOUNT           PIC 9(08).
012500     05  JL-DR-CR-IND            PIC X(01).
012600     05  JL-AMOUNT               PIC S9(13)V99.
012700     05  JL-MOVEMENT-TYPE        PIC X(02).
012800     05  JL-SOURCE-JOB           PIC X(08).
012900*
013000 FD  CREDIT-REPORT.
013100 01  CREDIT-REPORT-RECORD.
013200     05  RP-CARRIAGE-CONTROL     PIC X(01).
013300     05  RP-PRINT-LINE           PIC X(132).
013400*
013500 WORKING-STORAGE SECTION.
013600*
013700 01  WS-DSP-EOF-SWITCH           PIC X(01) VALUE 'N'.
013800     88  WS-DSP-EOF              VALUE 'Y'.
013900 01  WS-LEDGER-EOF-SWITCH        PIC X(01) VALUE 'N'.
014000     88  WS-LEDGER-EOF           VALUE 'Y'.
014100 01  WS-REG-EOF-SWITCH           PIC X(01) VALUE 'N'.
014200     88  WS-REG-EOF              VALUE 'Y'.
014300 01  WS-MAP-EOF-SWITCH           PIC X(01) VALUE 'N'.
014400     88  WS-MAP-EOF              VALUE 'Y'.
014500 01  WS-DTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
014600     88  WS-DTL-EOF              VALUE 'Y'.
014700 01  WS-FOUND-SWITCH             PIC X(01).
014800     88  WS-FOUND                VALUE 'Y'.
014820 01  WS-LAST-CREDIT-SWITCH       PIC X(01).
014840     88  WS-LAST-CREDIT          VALUE 'Y'.
014900*
015000 01  WS-RUN-DATE                 PIC 9(08).
015100 01  WS-CN-SUB                   PIC 9(04) COMP.
015150 01  WS-NEXT-SUB                 PIC 9(04) COMP.
015200 01  WS-DETAIL-DISPLAY           PIC ZZZZZZ9.
015300 01  WS-INVOICE-LINE-COUNT       PIC 9(07).
015400 01  WS-INVOICE-CREDIT-TOTAL     PIC S9(11)V99.
015500*
015600 01  WS-CREDITS-RAISED           PIC 9(07) VALUE 0.
015700 01  WS-NOT-BILLED-COUNT         PIC 9(07) VALUE 0.
015800 01  WS-INVOICES-CREDITED        PIC 9(07) VALUE 0.
015900 01  WS-TOTAL-CREDITED           PIC S9(13)V99 VALUE 0.
016000*
016100 01  WS-DC-DEBIT-ACCT            PIC 9(08) VALUE 0.
016200 01  WS-DC-CREDIT-ACCT           PIC 9(08) VALUE 0.
016300 01  WS-DC-MAPPED-SWITCH         PIC X(01) VALUE 'N'.
016400     88  WS-DC-MAPPED            VALUE 'Y'.
016500*
016600*    THE CREDIT NOTE'S INVOICE SUMMARY IS BUILT HERE IN ITS OWN
016700*    SHELL.
016800*
016900     COPY "UNXINVS.cpy".
017000*
017100*    THE OPEN-INVOICE LEDGER.  AN INVOICE MISSING FROM THE TABLE
017200*    WOULD BE REGISTERED AS NEVER BILLED AND ITS CREDIT LOST, SO
017300*    A FULL TABLE STOPS THE RUN.
017400*
017500 01  IV-TABLE-MAX                PIC 9(04) COMP VALUE 9000.
017600 01  IV-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
017700 01  IV-TABLE.
017800     05  IV-ENTRY OCCURS 9000 TIMES
017900                  INDEXED BY IV-IDX.
018000         10  IV-INVOICE-NUM      PIC X(11).
018100         10  IV-SYS-PRIN         PIC X(08).
018200         10  IV-ACCT-NUMBER      PIC X(20).
018300         10  IV-BILL-DATE        PIC 9(08).
018400*
018500 01  RG-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
018600 01  RG-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
018700 01  RG-TABLE.
018800     05  RG-ENTRY OCCURS 20000 TIMES
018900                  INDEXED BY RG-IDX.
019000         10  RG-INVOICE-NUM      PIC X(11).
019100         10  RG-DETAIL-NUM       PIC 9(07).
019200*
019300*    THE RUN'S CREDITS, IN DSPMAST (INVOICE AND DETAIL) ORDER.
019400*
019500 01  CN-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
019600 01  CN-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
019700 01  CN-TABLE.
019800     05  CN-ENTRY OCCURS 5000 TIMES
019900                  INDEXED BY CN-IDX.
020000         10  CN-INVOICE-NUM      PIC X(11).
020100         10  CN-DETAIL-NUM       PIC 9(07).
020200         10  CN-ACCT-NUMBER      PIC X(20).
020300         10  CN-CREDIT-AMT       PIC S9(11)V99 COMP-3.
020400         10  CN-RESOLVE-DATE     PIC 9(08).
020500         10  CN-AC-SUB           PIC 9(04) COMP.
020600*
020700*    ONE ENTRY PER ACCOUNT CREDITED, HOLDING THE STATEMENT KEYS
020800*    ITS CREDIT LINES GO OUT UNDER - FROM THE ACCOUNT'S FIRST DTL
020900*    LINE ON THIS CYCLE'S STREAM, ELSE THE PARTNER AND MEMBER
021000*    STEM IN ITS ACCT NUMBER, CHECK POSITION ZERO, AS LATEFEE.
021100*
021200 01  AC-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
021300 01  AC-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
021400 01  AC-TABLE.
021500     05  AC-ENTRY OCCURS 5000 TIMES
021600                  INDEXED BY AC-IDX.
021700         10  AC-ACCT-NUMBER      PIC X(20).
021800         10  AC-ON-STREAM-FLAG   PIC X(01).
021900             88  AC-ON-STREAM    VALUE 'Y'.
022000         10  AC-SYS-PRIN         PIC X(08).
022100         10  AC-PARTNER-ID       PIC 9(08).
022200         10  AC-MEMBER-ID        PIC 9(13).
022300         10  AC-ARRANGE-NUM      PIC 9(02).
022400         10  AC-STMT-ORDER       PIC 9(02).
022500         10  AC-LINE-DEF         PIC X(05).
022600         10  AC-COLUMN-DEF       PIC X(05).
022700*
022800 01  WS-HEADING-LINE.
022900     05  FILLER                  PIC X(40)
023000         VALUE 'DSPCRED - DISPUTE CREDIT REGISTER       '.
023100     05  H1-RUN-DATE             PIC 9(08).
023200     05  FILLER                  PIC X(84) VALUE SPACES.
023300*
023400 01  WS-COLUMN-LINE.
023500     05  FILLER                  PIC X(44)
023600         VALUE 'INVOICE      DETAIL   ACCOUNT               '.
023700     05  FILLER                  PIC X(44)
023800         VALUE 'CREDITED    CREDIT AMOUNT  DISPOSITION      '.
023900     05  FILLER                  PIC X(44)
024000         VALUE '                                            '.
024100*
024200 01  WS-DETAIL-LINE.
024300     05  DL-INVOICE-NUM          PIC X(11).
024400     05  FILLER                  PIC X(02) VALUE SPACES.
024500     05  DL-DETAIL-NUM           PIC 9(07).
024600     05  FILLER                  PIC X(02) VALUE SPACES.
024700     05  DL-ACCT-NUMBER          PIC X(20).
024800     05  FILLER                  PIC X(02) VALUE SPACES.
024900     05  DL-RESOLVE-DATE         PIC 9(08).
025000     05  FILLER                  PIC X(02) VALUE SPACES.
025100     05  DL-CREDIT-AMT           PIC ZZZZZZZZZZ9.99-.
025200     05  FILLER                  PIC X(02) VALUE SPACES.
025300     05  DL-DISPOSITION          PIC X(30).
025400     05  FILLER                  PIC X(31) VALUE SPACES.
025500*
025600 01  WS-TOTAL-LINE.
025700     05  TT-CAPTION              PIC X(30).
025800     05  TT-COUNT                PIC ZZZZZZ9.
025900     05  FILLER                  PIC X(02) VALUE SPACES.
026000     05  TT-AMOUNT               PIC ZZZZZZZZZZ9.99-.
026100     05  FILLER                  PIC X(78) VALUE SPACES.
026200*
026300 PROCEDURE DIVISION.
026400*
026500 0000-MAINLINE.
026600     PERFORM 1000-INITIALIZE
026700     PERFORM 2000-COPY-ONE-RECORD
026800         UNTIL WS-DTL-EOF
026900     MOVE 0 TO WS-INVOICE-LINE-COUNT
027000     MOVE 0 TO WS-INVOICE-CREDIT-TOTAL
027100     PERFORM 3000-CREDIT-ONE-DISPUTE
027200         VARYING WS-CN-SUB FROM 1 BY 1
027300         UNTIL WS-CN-SUB > CN-TABLE-COUNT
027400     PERFORM 4000-POST-JOURNAL-PAIR
027500     PERFORM 5000-PRINT-TOTALS
027600     DISPLAY 'DSPCRED - CREDIT NOTES RAISED: ' WS-CREDITS-RAISED
027700     DISPLAY 'DSPCRED - NEVER BILLED:        ' WS-NOT-BILLED-COUNT
027800     DISPLAY 'DSPCRED - TOTAL CREDITED:      ' WS-TOTAL-CREDITED
027900     PERFORM 9999-EXIT.
028000*
028100 1000-INITIALIZE.
028200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
028300     OPEN INPUT GL-MAP-FILE
028400     READ GL-MAP-FILE
028500         AT END MOVE 'Y' TO WS-MAP-EOF-SWITCH
028600     END-READ
028700     PERFORM 1100-FIND-DC-MAP-ENTRY
028800         UNTIL WS-MAP-EOF
028900     CLOSE GL-MAP-FILE
029000     OPEN INPUT LEDGER-FILE
029100     READ LEDGER-FILE
029200         AT END MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
029300     END-READ
029400     PERFORM 1200-LOAD-LEDGER-ENTRY
029500         UNTIL WS-LEDGER-EOF
029600     CLOSE LEDGER-FILE
029700     OPEN INPUT CREDIT-REG-FILE
029800     READ CREDIT-REG-FILE
029900         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
030000     END-READ
030100     PERFORM 1300-LOAD-REGISTER-ENTRY
030200         UNTIL WS-REG-EOF
030300     CLOSE CREDIT-REG-FILE
030400     OPEN INPUT DSP-MAST-FILE
030500     READ DSP-MAST-FILE
030600         AT END MOVE 'Y' TO WS-DSP-EOF-SWITCH
030700     END-READ
030800     PERFORM 1400-SELECT-ONE-DISPUTE
030900         UNTIL WS-DSP-EOF
031000     CLOSE DSP-MAST-FILE
031100     OPEN INPUT  STMT-DETAIL-FILE
031200     OPEN OUTPUT STMT-OUT-FILE
031300     OPEN OUTPUT CREDIT-JRNL-FILE
031400     OPEN OUTPUT JOURNAL-FILE
031500     OPEN OUTPUT CREDIT-REPORT
031600     OPEN EXTEND CREDIT-REG-FILE
031700     MOVE WS-RUN-DATE TO H1-RUN-DATE
031800     MOVE '1' TO RP-CARRIAGE-CONTROL
031900     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
032000     WRITE CREDIT-REPORT-RECORD
032100     MOVE '0' TO RP-CARRIAGE-CONTROL
032200     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
032300     WRITE CREDIT-REPORT-RECORD
032400     READ STMT-DETAIL-FILE
032500         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
032600     END-READ.
032700*
032800 1100-FIND-DC-MAP-ENTRY.
032900     IF GM-MOVEMENT-TYPE = 'DC'
033000         MOVE GM-DEBIT-ACCOUNT  TO WS-DC-DEBIT-ACCT
033100         MOVE GM-CREDIT-ACCOUNT TO WS-DC-CREDIT-ACCT
033200         MOVE 'Y' TO WS-DC-MAPPED-SWITCH
033300     END-IF
033400     READ GL-MAP-FILE
033500         AT END MOVE 'Y' TO WS-MAP-EOF-SWITCH
033600     END-READ.
033700*
033800 1200-LOAD-LEDGER-ENTRY.
033900     IF IV-TABLE-COUNT NOT < IV-TABLE-MAX
034000         DISPLAY 'DSPCRED - LEDGER TABLE FULL AT '
034100             IV-TABLE-MAX ' INVOICES - NO CREDITS RAISED'
034200         MOVE 8 TO RETURN-CODE
034300         STOP RUN
034400     END-IF
034500     ADD 1 TO IV-TABLE-COUNT
034600     SET IV-IDX TO IV-TABLE-COUNT
034700     MOVE LG-INVOICE-NUM TO IV-INVOICE-NUM (IV-IDX)
034800     MOVE LG-SYS-PRIN    TO IV-SYS-PRIN (IV-IDX)
034900     MOVE LG-ACCT-NUMBER TO IV-ACCT-NUMBER (IV-IDX)
035000     MOVE LG-BILL-DATE   TO IV-BILL-DATE (IV-IDX)
035100     READ LEDGER-FILE
035200         AT END MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
035300     END-READ.
035400*
035500*    A REGISTER TOO BIG FOR THE TABLE COULD LET A DISPUTE BE
035600*    CREDITED TWICE, SO IT STOPS THE RUN.
035700*
035800 1300-LOAD-REGISTER-ENTRY.
035900     IF RG-TABLE-COUNT NOT < RG-TABLE-MAX
036000         DISPLAY 'DSPCRED - REGISTER TABLE FULL AT '
036100             RG-TABLE-MAX ' ENTRIES - NO CREDITS RAISED'
036200         MOVE 8 TO RETURN-CODE
036300         STOP RUN
036400     END-IF
036500     ADD 1 TO RG-TABLE-COUNT
036600     SET RG-IDX TO RG-TABLE-COUNT
036700     MOVE DC-INVOICE-NUM TO RG-INVOICE-NUM (RG-IDX)
036800     MOVE DC-DETAIL-NUM  TO RG-DETAIL-NUM (RG-IDX)
036900     READ CREDIT-REG-FILE
037000         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
037100     END-READ.
037200*
037300*    A CREDITED DISPUTE NOT ON THE REGISTER IS DUE THIS RUN.
037400*
037500 1400-SELECT-ONE-DISPUTE.
037600     IF DS-CREDITED
037700         MOVE 'N' TO WS-FOUND-SWITCH
037800         SET RG-IDX TO 1
037900         SEARCH RG-ENTRY
038000             AT END
038100                 CONTINUE
038200             WHEN RG-IDX > RG-TABLE-COUNT
038300                 CONTINUE
038400             WHEN RG-INVOICE-NUM (RG-IDX) = DS-INVOICE-NUM
038500                 AND RG-DETAIL-NUM (RG-IDX) = DS-DETAIL-NUM
038600                 MOVE 'Y' TO WS-FOUND-SWITCH
038700         END-SEARCH
038800         IF NOT WS-FOUND
038900             PERFORM 1410-ADD-CREDIT-ENTRY
039000         END-IF
039100     END-IF
039200     READ DSP-MAST-FILE
039300         AT END MOVE 'Y' TO WS-DSP-EOF-SWITCH
039400     END-READ.
039500*
039600 1410-ADD-CREDIT-ENTRY.
039700     IF CN-TABLE-COUNT NOT < CN-TABLE-MAX
039800         DISPLAY 'DSPCRED - CREDIT TABLE FULL AT '
039900             CN-TABLE-MAX ' DISPUTES - NO CREDITS RAISED'
040000         MOVE 8 TO RETURN-CODE
040100         STOP RUN
040200     END-IF
040300     ADD 1 TO CN-TABLE-COUNT
040400     SET CN-IDX TO CN-TABLE-COUNT
040500     MOVE DS-INVOICE-NUM  TO CN-INVOICE-NUM (CN-IDX)
040600     MOVE DS-DETAIL-NUM   TO CN-DETAIL-NUM (CN-IDX)
040700     MOVE DS-DISPUTED-AMT TO CN-CREDIT-AMT (CN-IDX)
040800     MOVE DS-RESOLVE-DATE TO CN-RESOLVE-DATE (CN-IDX)
040900     MOVE SPACES          TO CN-ACCT-NUMBER (CN-IDX)
041000     MOVE 0               TO CN-AC-SUB (CN-IDX)
041100     PERFORM 1420-FIND-BILLED-CHARGE
041200     IF WS-FOUND
041300         MOVE IV-ACCT-NUMBER (IV-IDX) TO CN-ACCT-NUMBER (CN-IDX)
041400         PERFORM 1430-FIND-ACCOUNT-ENTRY
041500     END-IF.
041600*
041700*    THE CHARGE WAS BILLED ONLY IF ITS INVOICE IS ON THE LEDGER
041800*    AND THE DISPUTE WAS OPENED AFTER THE INVOICE BILLED.  A
041900*    DISPUTE OPEN WHEN THE INVOICE WENT OUT HAD ITS CHARGE
042000*    WITHHELD BY DSPHOLD, SO NOTHING IS OWED TO CREDIT BACK.
042100*
042200 1420-FIND-BILLED-CHARGE.
042300     MOVE 'N' TO WS-FOUND-SWITCH
042400     SET IV-IDX TO 1
042500     SEARCH IV-ENTRY
042600         AT END
042700             CONTINUE
042800         WHEN IV-IDX > IV-TABLE-COUNT
042900             CONTINUE
043000         WHEN IV-INVOICE-NUM (IV-IDX) = DS-INVOICE-NUM
043100             IF DS-OPEN-DATE > IV-BILL-DATE (IV-IDX)
043200                 MOVE 'Y' TO WS-FOUND-SWITCH
043300             END-IF
043400     END-SEARCH.
043500*
043600 1430-FIND-ACCOUNT-ENTRY.
043700     SET AC-IDX TO 1
043800     SEARCH AC-ENTRY
043900         AT END
044000             PERFORM 1440-ADD-ACCOUNT-ENTRY
044100         WHEN AC-IDX > AC-TABLE-COUNT
044200             PERFORM 1440-ADD-ACCOUNT-ENTRY
044300         WHEN AC-ACCT-NUMBER (AC-IDX) = IV-ACCT-NUMBER (IV-IDX)
044400             CONTINUE
044500     END-SEARCH
044600     SET CN-AC-SUB (CN-IDX) TO AC-IDX.
044700*
044800 1440-ADD-ACCOUNT-ENTRY.
044900     ADD 1 TO AC-TABLE-COUNT
045000     SET AC-IDX TO AC-TABLE-COUNT
045100     MOVE IV-ACCT-NUMBER (IV-IDX) TO AC-ACCT-NUMBER (AC-IDX)
045200     MOVE 'N'                     TO AC-ON-STREAM-FLAG (AC-IDX)
045300     MOVE IV-SYS-PRIN (IV-IDX)    TO AC-SYS-PRIN (AC-IDX)
045400     MOVE IV-ACCT-NUMBER (IV-IDX) (1:8) TO AC-PARTNER-ID (AC-IDX)
045500     MOVE IV-ACCT-NUMBER (IV-IDX) (9:12)
045600         TO AC-MEMBER-ID (AC-IDX) (1:12)
045700     MOVE ZERO                    TO AC-MEMBER-ID (AC-IDX) (13:1)
045800     MOVE 0                       TO AC-ARRANGE-NUM (AC-IDX)
045900     MOVE 0                       TO AC-STMT-ORDER (AC-IDX)
046000     MOVE SPACES                  TO AC-LINE-DEF (AC-IDX)
046100     MOVE SPACES                  TO AC-COLUMN-DEF (AC-IDX).
046200*
046300******************************************************************
046400*    THE CYCLE'S STREAM PASSES THROUGH UNCHANGED; THE FIRST DTL  *
046500*    LINE OF EACH CREDITED ACCOUNT LENDS ITS STATEMENT KEYS TO   *
046600*    THE CREDIT LINES.                                           *
046700******************************************************************
046800 2000-COPY-ONE-RECORD.
046900     MOVE STMT-IN-RECORD TO UNX-STMT-DETAIL-RECORD
047000     WRITE UNX-STMT-DETAIL-RECORD
047100     IF SI-REC-TYPE = 'DTL'
047200         SET AC-IDX TO 1
047300         SEARCH AC-ENTRY
047400             AT END
047500                 CONTINUE
047600             WHEN AC-IDX > AC-TABLE-COUNT
047700                 CONTINUE
047800             WHEN AC-ACCT-NUMBER (AC-IDX) = SI-ACCT-NUMBER
047900                 PERFORM 2100-TAKE-STATEMENT-KEYS
048000         END-SEARCH
048100     END-IF
048200     READ STMT-DETAIL-FILE
048300         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
048400     END-READ.
048500*
048600 2100-TAKE-STATEMENT-KEYS.
048700     IF NOT AC-ON-STREAM (AC-IDX)
048800         MOVE 'Y'            TO AC-ON-STREAM-FLAG (AC-IDX)
048900         MOVE SI-SYS-PRIN    TO AC-SYS-PRIN (AC-IDX)
049000         MOVE SI-PARTNER-ID  TO AC-PARTNER-ID (AC-IDX)
049100         MOVE SI-MEMBER-ID   TO AC-MEMBER-ID (AC-IDX)
049200         MOVE SI-ARRANGE-NUM TO AC-ARRANGE-NUM (AC-IDX)
049300         MOVE SI-STMT-ORDER  TO AC-STMT-ORDER (AC-IDX)
049400         MOVE SI-LINE-DEF    TO AC-LINE-DEF (AC-IDX)
049500         MOVE SI-COLUMN-DEF  TO AC-COLUMN-DEF (AC-IDX)
049600     END-IF.
049700*
049800******************************************************************
049900*    EACH SELECTED DISPUTE IS CREDITED AND REGISTERED.  THE      *
050000*    CREDITS COME IN INVOICE ORDER, SO THE INVOICE SUMMARY       *
050100*    FOLLOWS THE LAST CREDIT LINE FOR EACH INVOICE.  A LATER     *
050150*    DISPUTE ON THE SAME INVOICE THAT WAS NEVER BILLED RAISES NO *
050170*    LINE, SO ONLY A LATER CREDITED ONE HOLDS THE SUMMARY BACK.  *
050200******************************************************************
050300 3000-CREDIT-ONE-DISPUTE.
050400     IF CN-AC-SUB (WS-CN-SUB) = ZERO
050500         ADD 1 TO WS-NOT-BILLED-COUNT
050600         MOVE 'N' TO DC-DISPOSITION
050700         MOVE 'NOT BILLED - NO CREDIT DUE' TO DL-DISPOSITION
050800     ELSE
050900         PERFORM 3100-RAISE-CREDIT-NOTE
051000         MOVE 'C' TO DC-DISPOSITION
051100         MOVE 'CREDIT NOTE RAISED' TO DL-DISPOSITION
051200     END-IF
051300     MOVE CN-INVOICE-NUM (WS-CN-SUB) TO DC-INVOICE-NUM
051400     MOVE CN-DETAIL-NUM (WS-CN-SUB)  TO DC-DETAIL-NUM
051500     MOVE CN-ACCT-NUMBER (WS-CN-SUB) TO DC-ACCT-NUMBER
051600     MOVE CN-CREDIT-AMT (WS-CN-SUB)  TO DC-CREDIT-AMT
051700     MOVE WS-RUN-DATE                TO DC-CREDIT-DATE
051800     WRITE DISPUTE-CREDIT-REG-RECORD
051900     PERFORM 3400-PRINT-DETAIL-LINE.
052000*
052100 3100-RAISE-CREDIT-NOTE.
052200     ADD 1 TO WS-CREDITS-RAISED
052300     ADD CN-CREDIT-AMT (WS-CN-SUB) TO WS-TOTAL-CREDITED
052400     SET AC-IDX TO CN-AC-SUB (WS-CN-SUB)
052500     ADD 1 TO WS-INVOICE-LINE-COUNT
052600     SUBTRACT CN-CREDIT-AMT (WS-CN-SUB)
052700         FROM WS-INVOICE-CREDIT-TOTAL
052800     PERFORM 3200-WRITE-CREDIT-LINE
052900     MOVE ZERO                       TO AJ-PAYMENT-ID
053000     MOVE 'DSPCRED '                 TO AJ-REPORT-GROUP
053100     MOVE CN-INVOICE-NUM (WS-CN-SUB) TO AJ-INVOICE-NUM
053200     MOVE CN-ACCT-NUMBER (WS-CN-SUB) TO AJ-ACCT-NUMBER
053300     MOVE CN-CREDIT-AMT (WS-CN-SUB)  TO AJ-ALLOCATED-AMT
053400     MOVE 'CREDITED'                 TO AJ-DISPOSITION
053500     WRITE CREDIT-JRNL-RECORD
053600     MOVE 'Y' TO WS-LAST-CREDIT-SWITCH
053700     MOVE WS-CN-SUB TO WS-NEXT-SUB
053800     PERFORM 3110-CHECK-LATER-ENTRY
053900         UNTIL WS-NEXT-SUB NOT < CN-TABLE-COUNT
054000     IF WS-LAST-CREDIT
054100         PERFORM 3300-WRITE-INVOICE-SUMMARY
054300     END-IF.
054310*
054320*    THE SCAN STOPS AT THE FIRST ENTRY ON ANOTHER INVOICE OR THE
054330*    FIRST LATER ONE ON THIS INVOICE THAT WILL BE CREDITED.
054340*
054350 3110-CHECK-LATER-ENTRY.
054360     ADD 1 TO WS-NEXT-SUB
054370     IF CN-INVOICE-NUM (WS-NEXT-SUB)
054375             NOT = CN-INVOICE-NUM (WS-CN-SUB)
054380         MOVE CN-TABLE-COUNT TO WS-NEXT-SUB
054385     ELSE
054390         IF CN-AC-SUB (WS-NEXT-SUB) NOT = ZERO
054392             MOVE 'N' TO WS-LAST-CREDIT-SWITCH
054394             MOVE CN-TABLE-COUNT TO WS-NEXT-SUB
054396         END-IF
054398     END-IF.
054400*
054500*    THE CREDIT LINE CARRIES THE ORIGINAL INVOICE AND DETAIL
054600*    NUMBER UNDER THE ACCOUNT'S STATEMENT KEYS AND SORTS TO THE
054700*    END OF ITS SECTION.
054800*
054900 3200-WRITE-CREDIT-LINE.
055000     MOVE SPACES TO UNX-STMT-DETAIL-RECORD
055100     MOVE 'DTL'                     TO UNX-DTL-REC-TYPE
055200     MOVE AC-SYS-PRIN (AC-IDX)      TO UNX-DTL-SYS-PRIN
055300     MOVE AC-ACCT-NUMBER (AC-IDX)   TO UNX-DTL-ACCT-NUMBER
055400     MOVE 'DTL'                     TO UNX-DTL-RECORD-TYPE
055500     MOVE AC-PARTNER-ID (AC-IDX)    TO UNX-DTL-PARTNER-ID
055600     MOVE AC-MEMBER-ID (AC-IDX)     TO UNX-DTL-MEMBER-ID
055700     MOVE AC-ARRANGE-NUM (AC-IDX)   TO UNX-DTL-ARRANGE-NUM
055800     MOVE AC-STMT-ORDER (AC-IDX)    TO UNX-DTL-STMT-ORDER
055900     MOVE CN-INVOICE-NUM (WS-CN-SUB) TO UNX-DTL-INVOICE-NUM
056000     MOVE ZERO                      TO UNX-DTL-LAYER
056100     MOVE ZERO                      TO UNX-DTL-PARENT-GROUP
056200     MOVE ZERO                      TO UNX-DTL-GROUP-ID
056300     MOVE ZERO                      TO UNX-DTL-SUB-GROUP-ID
056400     MOVE WS-RUN-DATE               TO UNX-DTL-TRAN-DATE
056500     MOVE ZERO                      TO UNX-DTL-PREFIX-NUM
056600     MOVE ZERO                      TO UNX-DTL-RUN-NUM
056700     MOVE CN-DETAIL-NUM (WS-CN-SUB) TO UNX-DTL-DETAIL-NUM
056800     MOVE ZERO                      TO UNX-DTL-SIBLING-NUM
056900     MOVE 999                       TO UNX-DTL-SEQ-NUM
057000     MOVE 'CN'                      TO UNX-DTL-DETAIL-CATEGORY
057100     MOVE 'CRNOT'                   TO UNX-DTL-DETAIL-TYPE
057200     MOVE ZERO                      TO UNX-DTL-LEVEL
057300     MOVE AC-LINE-DEF (AC-IDX)      TO UNX-DTL-LINE-DEF
057400     MOVE AC-COLUMN-DEF (AC-IDX)    TO UNX-DTL-COLUMN-DEF
057500     MOVE 'DSPCRED '                TO UNX-DTL-MSG-ID
057600     MOVE CN-DETAIL-NUM (WS-CN-SUB) TO WS-DETAIL-DISPLAY
057700     STRING 'CREDIT NOTE - DISPUTED CHARGE ON INVOICE '
057800         CN-INVOICE-NUM (WS-CN-SUB)
057900         ' LINE ' WS-DETAIL-DISPLAY ' CREDITED'
058000         DELIMITED BY SIZE
058100         INTO UNX-DTL-MSG-TEXT
058200     MOVE WS-RUN-DATE               TO UNX-DTL-POST-DATE
058300     COMPUTE UNX-DTL-CHARGE = ZERO - CN-CREDIT-AMT (WS-CN-SUB)
058400     MOVE ZERO                      TO UNX-DTL-UNIT-QTY
058500     WRITE UNX-STMT-DETAIL-RECORD.
058600*
058700 3300-WRITE-INVOICE-SUMMARY.
058800     ADD 1 TO WS-INVOICES-CREDITED
058900     MOVE SPACES TO UNX-INV-SUMMARY-RECORD
059000     MOVE 'INV'                      TO UNX-INV-REC-TYPE
059100     MOVE AC-SYS-PRIN (AC-IDX)       TO UNX-INV-SYS-PRIN
059200     MOVE AC-ACCT-NUMBER (AC-IDX)    TO UNX-INV-ACCT-NUMBER
059300     MOVE CN-INVOICE-NUM (WS-CN-SUB) TO UNX-INV-INVOICE-NUM
059400     MOVE WS-INVOICE-LINE-COUNT      TO UNX-INV-DETAIL-COUNT
059500     MOVE WS-INVOICE-CREDIT-TOTAL    TO UNX-INV-TOTAL-AMT
059600     MOVE UNX-INV-SUMMARY-RECORD TO UNX-STMT-DETAIL-RECORD
059700     WRITE UNX-STMT-DETAIL-RECORD
059800     MOVE 0 TO WS-INVOICE-LINE-COUNT
059900     MOVE 0 TO WS-INVOICE-CREDIT-TOTAL.
060000*
060100 3400-PRINT-DETAIL-LINE.
060200     MOVE CN-INVOICE-NUM (WS-CN-SUB)  TO DL-INVOICE-NUM
060300     MOVE CN-DETAIL-NUM (WS-CN-SUB)   TO DL-DETAIL-NUM
060400     MOVE CN-ACCT-NUMBER (WS-CN-SUB)  TO DL-ACCT-NUMBER
060500     MOVE CN-RESOLVE-DATE (WS-CN-SUB) TO DL-RESOLVE-DATE
060600     MOVE CN-CREDIT-AMT (WS-CN-SUB)   TO DL-CREDIT-AMT
060700     MOVE ' ' TO RP-CARRIAGE-CONTROL
060800     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
060900     WRITE CREDIT-REPORT-RECORD.
061000*
061100*    ONE BALANCED PAIR FOR THE RUN'S CREDIT TOTAL, IN THE
061200*    GLJOURNL SHAPE, AS REFUNDS DOES.  WITHOUT A 'DC' ROW THE
061300*    CREDITS STAND BUT FINANCE MUST POST THEM BY HAND.
061400*
061500 4000-POST-JOURNAL-PAIR.
061600     IF WS-TOTAL-CREDITED NOT = ZERO
061700         IF NOT WS-DC-MAPPED
061800             DISPLAY 'DSPCRED - NO DC ROW ON GLMAP - JOURNAL'
061900                 ' NOT CUT'
062000             MOVE 4 TO RETURN-CODE
062100         ELSE
062200             MOVE WS-RUN-DATE TO JL-RUN-DATE
062300             MOVE WS-DC-DEBIT-ACCT TO JL-GL-ACCOUNT
062400             MOVE 'D' TO JL-DR-CR-IND
062500             MOVE WS-TOTAL-CREDITED TO JL-AMOUNT
062600             MOVE 'DC' TO JL-MOVEMENT-TYPE
062700             MOVE 'DSPCRED ' TO JL-SOURCE-JOB
062800             WRITE JOURNAL-RECORD
062900             MOVE WS-DC-CREDIT-ACCT TO JL-GL-ACCOUNT
063000             MOVE 'C' TO JL-DR-CR-IND
063100             WRITE JOURNAL-RECORD
063200         END-IF
063300     END-IF.
063400*
063500 5000-PRINT-TOTALS.
063600     MOVE '0' TO RP-CARRIAGE-CONTROL
063700     MOVE SPACES TO RP-PRINT-LINE
063800     WRITE CREDIT-REPORT-RECORD
063900     MOVE 'CREDIT NOTES RAISED           ' TO TT-CAPTION
064000     MOVE WS-CREDITS-RAISED TO TT-COUNT
064100     MOVE WS-TOTAL-CREDITED TO TT-AMOUNT
064200     PERFORM 5100-PRINT-TOTAL-LINE
064300     MOVE 'INVOICES CREDITED             ' TO TT-CAPTION
064400     MOVE WS-INVOICES-CREDITED TO TT-COUNT
064500     MOVE WS-TOTAL-CREDITED TO TT-AMOUNT
064600     PERFORM 5100-PRINT-TOTAL-LINE
064700     MOVE 'NOT BILLED - NO CREDIT DUE    ' TO TT-CAPTION
064800     MOVE WS-NOT-BILLED-COUNT TO TT-COUNT
064900     MOVE ZERO TO TT-AMOUNT
065000     PERFORM 5100-PRINT-TOTAL-LINE.
065100*
065200 5100-PRINT-TOTAL-LINE.
065300     MOVE ' ' TO RP-CARRIAGE-CONTROL
065400     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
065500     WRITE CREDIT-REPORT-RECORD.
065600*
065700 9999-EXIT.
065800     CLOSE STMT-DETAIL-FILE STMT-OUT-FILE CREDIT-JRNL-FILE
065900           JOURNAL-FILE CREDIT-REPORT CREDIT-REG-FILE
066000     STOP RUN.
