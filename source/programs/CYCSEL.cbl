000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CYCSEL.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  STATEMENT BILLING BATCH - CYCLE SELECTION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - SELECT THE MEMBERS DUE ON  *
001400*                   THE BILL CYCLE BEING RUN.  HEADS THE         *
001500*                   STATEMENT SUITE AHEAD OF STMTHOLD: A MEMBER  *
001600*                   WHOSE BILL-CYCLE MASTER (BILLCYC.CPY) DAY IS *
001700*                   THE CYCLE DAY BEING RUN PASSES THROUGH; ANY  *
001800*                   OTHER MEMBER'S CHAINS GO TO THE DEFERRED     *
001900*                   FILE FOR THEIR OWN CYCLE.  A MEMBER NOT ON   *
002000*                   THE MASTER IS ASSIGNED TO THIS CYCLE.  A     *
002100*                   MEMBER WITH A CYCLE CHANGE PENDING (PROPOSED *
002200*                   BY CYCBAL) GETS A NOTICE LINE ON THIS, THE   *
002300*                   LAST STATEMENT UNDER THE OLD CYCLE, AND THE  *
002400*                   NEW DAY TAKES EFFECT ON THE NEW MASTER.  THE *
002500*                   EXTRACT ARRIVES IN PARTNER/MEMBER SEQUENCE   *
002600*                   AND IS MATCHED AGAINST THE MASTER IN THAT    *
002700*                   SEQUENCE.                                    *
002800*                                                                *
002900******************************************************************
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CYC-PARM-FILE    ASSIGN TO CYCPARM
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT STMT-DETAIL-FILE ASSIGN TO UNXDTLIN
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT OLD-CYCLE-FILE   ASSIGN TO BILLOLD
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT NEW-CYCLE-FILE   ASSIGN TO BILLNEW
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT DUE-FILE         ASSIGN TO CYCSELO
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT DEFERRED-FILE    ASSIGN TO CYCDEFR
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT CYCLE-REPORT     ASSIGN TO CYCSRPT
004900         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200*
005300*    THE CYCLE DAY BEING RUN.  ZERO CYCLE DATE MEANS THE RUN
005400*    DATE; ZERO CYCLE DAY MEANS THE DAY OF THE CYCLE DATE.
005500*
005600 FD  CYC-PARM-FILE.
005700 01  CYC-PARM-RECORD.
005800     05  CS-CYCLE-DAY            PIC 9(02).
005900     05  CS-CYCLE-DATE           PIC 9(08).
006000*
006100 FD  STMT-DETAIL-FILE.
006200     COPY "cpyUnxdetail.cbl".
006300*
006400 FD  OLD-CYCLE-FILE.
006500     COPY "BILLCYC.cpy" REPLACING ==BILL-CYCLE-RECORD==
006600                              BY ==OLD-CYCLE-RECORD==.
006700*
006800 FD  NEW-CYCLE-FILE.
006900     COPY "BILLCYC.cpy" REPLACING ==BILL-CYCLE-RECORD==
007000                              BY ==NEW-CYCLE-RECORD==.
007100*
007200 FD  DUE-FILE.
007300 01  DUE-RECORD                  PIC X(1747).
007400*
007500 FD  DEFERRED-FILE.
007600 01  DEFERRED-RECORD             PIC X(1747).
007700*
007800 FD  CYCLE-REPORT.
007900 01  CYCLE-REPORT-RECORD.
008000     05  RP-CARRIAGE-CONTROL     PIC X(01).
008100     05  RP-PRINT-LINE           PIC X(132).
008200*
008300 WORKING-STORAGE SECTION.
008400*
008500 01  WS-DTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
008600     88  WS-DTL-EOF              VALUE 'Y'.
008700 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
008800     88  WS-OLD-EOF              VALUE 'Y'.
008900 01  WS-GROUP-OPEN-SWITCH        PIC X(01) VALUE 'N'.
009000     88  WS-GROUP-OPEN           VALUE 'Y'.
009100 01  WS-DUE-SWITCH               PIC X(01) VALUE 'Y'.
009200     88  WS-MEMBER-DUE           VALUE 'Y'.
009300*
009400 01  WS-RUN-DATE                 PIC 9(08).
009500 01  WS-CYCLE-DATE               PIC 9(08).
009600 01  WS-CYCLE-DAY                PIC 9(02).
009700 01  WS-NEXT-DAY-DISPLAY         PIC Z9.
009800 01  WS-OLD-DAY-DISPLAY          PIC Z9.
009900*
010000 01  WS-OLD-KEY                  PIC X(21).
010100 01  WS-DTL-KEY.
010200     05  WS-DK-PARTNER-ID        PIC 9(08).
010300     05  WS-DK-MEMBER-ID         PIC 9(13).
010400 01  WS-GROUP-KEY                PIC X(21) VALUE LOW-VALUES.
010500*
010600*    AN 'INV' SUMMARY GOES WHERE THE LAST DETAIL LINE FOR ITS
010700*    ACCOUNT WENT.
010800*
010900 01  WS-LAST-ACCT-NUMBER         PIC X(20) VALUE SPACES.
011000*
011100*    THE MEMBER'S STATEMENT KEYS, FROM ITS FIRST DETAIL LINE,
011200*    FOR THE CYCLE-CHANGE NOTICE.
011300*
011400 01  WS-GROUP-STMT-KEYS.
011500     05  GK-SYS-PRIN             PIC X(08).
011600     05  GK-ACCT-NUMBER          PIC X(20).
011700     05  GK-PARTNER-ID           PIC 9(08).
011800     05  GK-MEMBER-ID            PIC 9(13).
011900     05  GK-ARRANGE-NUM          PIC 9(02).
012000     05  GK-STMT-ORDER           PIC 9(02).
012100     05  GK-LINE-DEF             PIC X(05).
012200     05  GK-COLUMN-DEF           PIC X(05).
012300*
012400 01  WS-MEMBERS-DUE              PIC 9(07) VALUE 0.
012500 01  WS-MEMBERS-DEFERRED         PIC 9(07) VALUE 0.
012600 01  WS-MEMBERS-ASSIGNED         PIC 9(07) VALUE 0.
012700 01  WS-CHANGES-NOTIFIED         PIC 9(07) VALUE 0.
012800 01  WS-NOTICES-HELD             PIC 9(07) VALUE 0.
012900 01  WS-RECORDS-DUE              PIC 9(09) VALUE 0.
013000 01  WS-RECORDS-DEFERRED         PIC 9(09) VALUE 0.
013100*
013200*    NOTICE INVOICE NUMBER - 'C', THE CYCLE DATE YYMMDD AND A
013300*    RUN SEQUENCE, ELEVEN BYTES LIKE ANY OTHER INVOICE NUMBER.
013400*    THE NOTICE IS A ZERO LINE ON ITS OWN INVOICE SO INVBALCK
013500*    STILL BALANCES EVERY CHARGE INVOICE.
013600*
013700 01  WS-NOTICE-INVOICE-NUM.
013800     05  NI-PREFIX               PIC X(01) VALUE 'C'.
013900     05  NI-CYCLE-YYMMDD         PIC 9(06).
014000     05  NI-SEQUENCE             PIC 9(04) VALUE 0.
014100 01  WS-MAX-NOTICES              PIC 9(04) VALUE 9999.
014200*
014300     COPY "UNXINVS.cpy".
014400*
014500 01  WS-SAVED-RECORD             PIC X(1747).
014600*
014700 01  WS-HEADING-LINE.
014800     05  FILLER                  PIC X(32)
014900         VALUE 'CYCSEL - BILL CYCLE SELECTION   '.
015000     05  FILLER                  PIC X(10) VALUE 'CYCLE DAY '.
015100     05  H1-CYCLE-DAY            PIC 9(02).
015200     05  FILLER                  PIC X(13) VALUE '  CYCLE DATE '.
015300     05  H1-CYCLE-DATE           PIC 9(08).
015400     05  FILLER                  PIC X(67) VALUE SPACES.
015500*
015600 01  WS-COLUMN-LINE.
015700     05  FILLER                  PIC X(44)
015800         VALUE 'PARTNER   MEMBER          OLD    NEW   NOTIC'.
015900     05  FILLER                  PIC X(44)
016000         VALUE 'E INV   ACTION                              '.
016100     05  FILLER                  PIC X(44)
016200         VALUE '                                            '.
016300*
016400 01  WS-DETAIL-LINE.
016500     05  DL-PARTNER-ID           PIC 9(08).
016600     05  FILLER                  PIC X(02) VALUE SPACES.
016700     05  DL-MEMBER-ID            PIC 9(13).
016800     05  FILLER                  PIC X(04) VALUE SPACES.
016900     05  DL-OLD-DAY              PIC Z9.
017000     05  FILLER                  PIC X(05) VALUE SPACES.
017100     05  DL-NEW-DAY              PIC Z9.
017200     05  FILLER                  PIC X(03) VALUE SPACES.
017300     05  DL-NOTICE-INVOICE       PIC X(11).
017400     05  FILLER                  PIC X(02) VALUE SPACES.
017500     05  DL-ACTION               PIC X(40).
017600     05  FILLER                  PIC X(40) VALUE SPACES.
017700*
017800 01  WS-TOTAL-LINE.
017900     05  TT-CAPTION              PIC X(30).
018000     05  TT-COUNT                PIC ZZZZZZZZ9.
018100     05  FILLER                  PIC X(93) VALUE SPACES.
018200*
018300 PROCEDURE DIVISION.
018400*
018500 0000-MAINLINE.
018600     PERFORM 1000-INITIALIZE
018700     PERFORM 2000-SELECT-ONE-RECORD
018800         UNTIL WS-DTL-EOF
018900     IF WS-GROUP-OPEN
019000         PERFORM 3000-CLOSE-MEMBER
019100     END-IF
019200     PERFORM 4000-CARRY-OLD-CYCLE
019300         UNTIL WS-OLD-EOF
019400     PERFORM 5000-PRINT-TOTALS
019500     DISPLAY 'CYCSEL - MEMBERS DUE:       ' WS-MEMBERS-DUE
019600     DISPLAY 'CYCSEL - MEMBERS DEFERRED:  ' WS-MEMBERS-DEFERRED
019700     DISPLAY 'CYCSEL - MEMBERS ASSIGNED:  ' WS-MEMBERS-ASSIGNED
019800     DISPLAY 'CYCSEL - CHANGES NOTIFIED:  ' WS-CHANGES-NOTIFIED
019900     PERFORM 9999-EXIT.
020000*
020100 1000-INITIALIZE.
020200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
020300     MOVE WS-RUN-DATE TO WS-CYCLE-DATE
020400     MOVE ZERO TO WS-CYCLE-DAY
020500     OPEN INPUT CYC-PARM-FILE
020600     READ CYC-PARM-FILE
020700         AT END
020800             CONTINUE
020900         NOT AT END
021000             IF CS-CYCLE-DATE > ZERO
021100                 MOVE CS-CYCLE-DATE TO WS-CYCLE-DATE
021200             END-IF
021300             MOVE CS-CYCLE-DAY TO WS-CYCLE-DAY
021400     END-READ
021500     CLOSE CYC-PARM-FILE
021600     IF WS-CYCLE-DAY = ZERO
021700         MOVE WS-CYCLE-DATE (7:2) TO WS-CYCLE-DAY
021800     END-IF
021900     IF WS-CYCLE-DAY > 31
022000         DISPLAY 'CYCSEL - INVALID CYCLE DAY ' WS-CYCLE-DAY
022100             ' - NOTHING SELECTED'
022200         MOVE 8 TO RETURN-CODE
022300         STOP RUN
022400     END-IF
022500     MOVE WS-CYCLE-DATE (3:6) TO NI-CYCLE-YYMMDD
022600     OPEN INPUT  STMT-DETAIL-FILE
022700     OPEN INPUT  OLD-CYCLE-FILE
022800     OPEN OUTPUT NEW-CYCLE-FILE
022900     OPEN OUTPUT DUE-FILE
023000     OPEN OUTPUT DEFERRED-FILE
023100     OPEN OUTPUT CYCLE-REPORT
023200     MOVE WS-CYCLE-DAY  TO H1-CYCLE-DAY
023300     MOVE WS-CYCLE-DATE TO H1-CYCLE-DATE
023400     MOVE '1' TO RP-CARRIAGE-CONTROL
023500     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
023600     WRITE CYCLE-REPORT-RECORD
023700     MOVE '0' TO RP-CARRIAGE-CONTROL
023800     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
023900     WRITE CYCLE-REPORT-RECORD
024000     PERFORM 8000-READ-OLD-CYCLE
024100     READ STMT-DETAIL-FILE
024200         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
024300     END-READ.
024400*
024500*    A DETAIL LINE FOR A NEW PARTNER/MEMBER CLOSES THE MEMBER
024600*    BEFORE IT AND OPENS ITS OWN.  ANY OTHER RECORD TYPE
024700*    FOLLOWS THE LAST DETAIL LINE FOR ITS ACCOUNT, OR PASSES
024800*    THROUGH IF THERE WAS NONE.
024900*
025000 2000-SELECT-ONE-RECORD.
025100     IF UNX-DTL-REC-TYPE = 'DTL'
025200         MOVE UNX-DTL-PARTNER-ID TO WS-DK-PARTNER-ID
025300         MOVE UNX-DTL-MEMBER-ID  TO WS-DK-MEMBER-ID
025400         IF WS-DTL-KEY NOT = WS-GROUP-KEY
025500             IF WS-GROUP-OPEN
025600                 PERFORM 3000-CLOSE-MEMBER
025700             END-IF
025800             PERFORM 2100-OPEN-MEMBER
025900         END-IF
026000         MOVE UNX-DTL-ACCT-NUMBER TO WS-LAST-ACCT-NUMBER
026100         PERFORM 2300-ROUTE-RECORD
026200     ELSE
026300         IF UNX-DTL-ACCT-NUMBER = WS-LAST-ACCT-NUMBER
026400             PERFORM 2300-ROUTE-RECORD
026500         ELSE
026600             PERFORM 2310-WRITE-DUE
026700         END-IF
026800     END-IF
026900     READ STMT-DETAIL-FILE
027000         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
027100     END-READ.
027200*
027300*    THE MATCH AGAINST THE MASTER ONLY HOLDS IF THE EXTRACT IS
027400*    IN PARTNER/MEMBER SEQUENCE - A MEMBER OUT OF SEQUENCE STOPS
027500*    THE RUN BEFORE ANY MEMBER IS BILLED ON THE WRONG CYCLE.
027600*
027700 2100-OPEN-MEMBER.
027800     IF WS-DTL-KEY < WS-GROUP-KEY
027900         DISPLAY 'CYCSEL - EXTRACT OUT OF SEQUENCE AT '
028000             WS-DK-PARTNER-ID ' ' WS-DK-MEMBER-ID
028100         MOVE 8 TO RETURN-CODE
028200         STOP RUN
028300     END-IF
028400     MOVE WS-DTL-KEY TO WS-GROUP-KEY
028500     MOVE 'Y' TO WS-GROUP-OPEN-SWITCH
028600     MOVE UNX-DTL-SYS-PRIN    TO GK-SYS-PRIN
028700     MOVE UNX-DTL-ACCT-NUMBER TO GK-ACCT-NUMBER
028800     MOVE UNX-DTL-PARTNER-ID  TO GK-PARTNER-ID
028900     MOVE UNX-DTL-MEMBER-ID   TO GK-MEMBER-ID
029000     MOVE UNX-DTL-ARRANGE-NUM TO GK-ARRANGE-NUM
029100     MOVE UNX-DTL-STMT-ORDER  TO GK-STMT-ORDER
029200     MOVE UNX-DTL-LINE-DEF    TO GK-LINE-DEF
029300     MOVE UNX-DTL-COLUMN-DEF  TO GK-COLUMN-DEF
029400     PERFORM 4000-CARRY-OLD-CYCLE
029500         UNTIL WS-OLD-KEY NOT < WS-GROUP-KEY
029600     IF WS-OLD-KEY = WS-GROUP-KEY
029700         MOVE OLD-CYCLE-RECORD TO NEW-CYCLE-RECORD
029800         PERFORM 8000-READ-OLD-CYCLE
029900     ELSE
030000         PERFORM 2200-ASSIGN-NEW-MEMBER
030100     END-IF
030200     IF BC-CYCLE-DAY OF NEW-CYCLE-RECORD = WS-CYCLE-DAY
030300         MOVE 'Y' TO WS-DUE-SWITCH
030400         ADD 1 TO WS-MEMBERS-DUE
030500     ELSE
030600         MOVE 'N' TO WS-DUE-SWITCH
030700         ADD 1 TO WS-MEMBERS-DEFERRED
030800     END-IF.
030900*
031000*    A MEMBER FIRST SEEN ON THIS CYCLE IS ASSIGNED TO IT.
031100*
031200 2200-ASSIGN-NEW-MEMBER.
031300     ADD 1 TO WS-MEMBERS-ASSIGNED
031400     MOVE WS-DK-PARTNER-ID TO BC-PARTNER-ID OF NEW-CYCLE-RECORD
031500     MOVE WS-DK-MEMBER-ID  TO BC-MEMBER-ID OF NEW-CYCLE-RECORD
031600     MOVE WS-CYCLE-DAY     TO BC-CYCLE-DAY OF NEW-CYCLE-RECORD
031700     MOVE ZERO             TO BC-NEXT-CYCLE-DAY
031800                                 OF NEW-CYCLE-RECORD
031900     MOVE 'N'              TO BC-CHANGE-STATUS OF NEW-CYCLE-RECORD
032000     MOVE ZERO             TO BC-PROJECTED-PAGES
032100                                 OF NEW-CYCLE-RECORD
032200     MOVE WS-CYCLE-DATE    TO BC-ASSIGNED-DATE OF NEW-CYCLE-RECORD
032300     MOVE ZERO             TO BC-LAST-BILLED-DATE
032400                                 OF NEW-CYCLE-RECORD
032500     MOVE WS-DK-PARTNER-ID TO DL-PARTNER-ID
032600     MOVE WS-DK-MEMBER-ID  TO DL-MEMBER-ID
032700     MOVE ZERO             TO DL-OLD-DAY
032800     MOVE WS-CYCLE-DAY     TO DL-NEW-DAY
032900     MOVE SPACES           TO DL-NOTICE-INVOICE
033000     MOVE 'NOT ON MASTER - ASSIGNED TO THIS CYCLE' TO DL-ACTION
033100     PERFORM 3200-PRINT-DETAIL-LINE.
033200*
033300 2300-ROUTE-RECORD.
033400     IF WS-MEMBER-DUE
033500         PERFORM 2310-WRITE-DUE
033600     ELSE
033700         ADD 1 TO WS-RECORDS-DEFERRED
033800         MOVE UNX-STMT-DETAIL-RECORD TO DEFERRED-RECORD
033900         WRITE DEFERRED-RECORD
034000     END-IF.
034100*
034200 2310-WRITE-DUE.
034300     ADD 1 TO WS-RECORDS-DUE
034400     MOVE UNX-STMT-DETAIL-RECORD TO DUE-RECORD
034500     WRITE DUE-RECORD.
034600*
034700******************************************************************
034800*    END OF A MEMBER.  A DUE MEMBER WITH A CHANGE PENDING GETS   *
034900*    THE NOTICE ON THIS STATEMENT AND MOVES TO THE NEW DAY.      *
035000******************************************************************
035100 3000-CLOSE-MEMBER.
035200     IF WS-MEMBER-DUE
035300         MOVE WS-CYCLE-DATE TO BC-LAST-BILLED-DATE
035400                                  OF NEW-CYCLE-RECORD
035500         IF BC-CHANGE-PENDING OF NEW-CYCLE-RECORD
035600             AND BC-NEXT-CYCLE-DAY OF NEW-CYCLE-RECORD > ZERO
035700             PERFORM 3100-NOTIFY-CYCLE-CHANGE
035800         END-IF
035900     END-IF
036000     WRITE NEW-CYCLE-RECORD
036100     MOVE 'N' TO WS-GROUP-OPEN-SWITCH.
036200*
036300*    WHEN THE RUN'S NOTICE NUMBERS ARE USED UP THE CHANGE STAYS
036400*    PENDING AND IS NOTIFIED ON THE MEMBER'S NEXT STATEMENT.
036500*
036600 3100-NOTIFY-CYCLE-CHANGE.
036700     MOVE GK-PARTNER-ID TO DL-PARTNER-ID
036800     MOVE GK-MEMBER-ID  TO DL-MEMBER-ID
036900     MOVE BC-CYCLE-DAY OF NEW-CYCLE-RECORD      TO DL-OLD-DAY
037000     MOVE BC-NEXT-CYCLE-DAY OF NEW-CYCLE-RECORD TO DL-NEW-DAY
037100     IF NI-SEQUENCE NOT < WS-MAX-NOTICES
037200         ADD 1 TO WS-NOTICES-HELD
037300         MOVE SPACES TO DL-NOTICE-INVOICE
037400         MOVE 'NOTICE NUMBERS USED - CHANGE HELD' TO DL-ACTION
037500         PERFORM 3200-PRINT-DETAIL-LINE
037600         MOVE 4 TO RETURN-CODE
037700     ELSE
037800         ADD 1 TO NI-SEQUENCE
037900         ADD 1 TO WS-CHANGES-NOTIFIED
038000         PERFORM 3300-WRITE-NOTICE-LINE
038100         MOVE WS-NOTICE-INVOICE-NUM TO DL-NOTICE-INVOICE
038200         MOVE 'NOTIFIED - NEW CYCLE DAY IN EFFECT' TO DL-ACTION
038300         PERFORM 3200-PRINT-DETAIL-LINE
038400         MOVE BC-NEXT-CYCLE-DAY OF NEW-CYCLE-RECORD
038500             TO BC-CYCLE-DAY OF NEW-CYCLE-RECORD
038600         MOVE ZERO TO BC-NEXT-CYCLE-DAY OF NEW-CYCLE-RECORD
038700         MOVE 'N'  TO BC-CHANGE-STATUS OF NEW-CYCLE-RECORD
038800         MOVE WS-CYCLE-DATE
038900             TO BC-ASSIGNED-DATE OF NEW-CYCLE-RECORD
039000     END-IF.
039100*
039200 3200-PRINT-DETAIL-LINE.
039300     MOVE ' ' TO RP-CARRIAGE-CONTROL
039400     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
039500     WRITE CYCLE-REPORT-RECORD.
039600*
039700*    THE NOTICE LINE CARRIES THE MEMBER'S STATEMENT KEYS AND
039800*    SORTS TO THE END OF ITS SECTION, WITH ITS OWN SUMMARY.  IT
039900*    IS BUILT IN THE RECORD AREA, SO THE NEXT MEMBER'S FIRST
040000*    LINE, ALREADY READ, IS PUT BACK AFTERWARDS.
040100*
040200 3300-WRITE-NOTICE-LINE.
040300     MOVE UNX-STMT-DETAIL-RECORD TO WS-SAVED-RECORD
040400     MOVE BC-CYCLE-DAY OF NEW-CYCLE-RECORD
040500         TO WS-OLD-DAY-DISPLAY
040600     MOVE BC-NEXT-CYCLE-DAY OF NEW-CYCLE-RECORD
040700         TO WS-NEXT-DAY-DISPLAY
040800     MOVE SPACES TO UNX-STMT-DETAIL-RECORD
040900     MOVE 'DTL'                 TO UNX-DTL-REC-TYPE
041000     MOVE GK-SYS-PRIN           TO UNX-DTL-SYS-PRIN
041100     MOVE GK-ACCT-NUMBER        TO UNX-DTL-ACCT-NUMBER
041200     MOVE 'DTL'                 TO UNX-DTL-RECORD-TYPE
041300     MOVE GK-PARTNER-ID         TO UNX-DTL-PARTNER-ID
041400     MOVE GK-MEMBER-ID          TO UNX-DTL-MEMBER-ID
041500     MOVE GK-ARRANGE-NUM        TO UNX-DTL-ARRANGE-NUM
041600     MOVE GK-STMT-ORDER         TO UNX-DTL-STMT-ORDER
041700     MOVE WS-NOTICE-INVOICE-NUM TO UNX-DTL-INVOICE-NUM
041800     MOVE ZERO                  TO UNX-DTL-LAYER
041900     MOVE ZERO                  TO UNX-DTL-PARENT-GROUP
042000     MOVE ZERO                  TO UNX-DTL-GROUP-ID
042100     MOVE ZERO                  TO UNX-DTL-SUB-GROUP-ID
042200     MOVE WS-CYCLE-DATE         TO UNX-DTL-TRAN-DATE
042300     MOVE ZERO                  TO UNX-DTL-PREFIX-NUM
042400     MOVE ZERO                  TO UNX-DTL-RUN-NUM
042500     MOVE ZERO                  TO UNX-DTL-DETAIL-NUM
042600     MOVE ZERO                  TO UNX-DTL-SIBLING-NUM
042700     MOVE 999                   TO UNX-DTL-SEQ-NUM
042800     MOVE 'BC'                  TO UNX-DTL-DETAIL-CATEGORY
042900     MOVE 'CYCCH'               TO UNX-DTL-DETAIL-TYPE
043000     MOVE ZERO                  TO UNX-DTL-LEVEL
043100     MOVE GK-LINE-DEF           TO UNX-DTL-LINE-DEF
043200     MOVE GK-COLUMN-DEF         TO UNX-DTL-COLUMN-DEF
043300     MOVE 'CYCSEL  '            TO UNX-DTL-MSG-ID
043400     STRING 'YOUR STATEMENT DATE IS CHANGING.  THIS IS YOUR LAST '
043500         'STATEMENT PRODUCED ON DAY ' WS-OLD-DAY-DISPLAY
043600         ' OF THE MONTH - FROM NEXT MONTH YOUR STATEMENT WILL BE '
043700         'PRODUCED ON DAY ' WS-NEXT-DAY-DISPLAY ' OF THE MONTH.'
043800         DELIMITED BY SIZE
043900         INTO UNX-DTL-MSG-TEXT
044000     MOVE WS-CYCLE-DATE         TO UNX-DTL-POST-DATE
044100     MOVE ZERO                  TO UNX-DTL-CHARGE
044200     MOVE ZERO                  TO UNX-DTL-UNIT-QTY
044300     PERFORM 2310-WRITE-DUE
044400     MOVE SPACES TO UNX-INV-SUMMARY-RECORD
044500     MOVE 'INV'                 TO UNX-INV-REC-TYPE
044600     MOVE GK-SYS-PRIN           TO UNX-INV-SYS-PRIN
044700     MOVE GK-ACCT-NUMBER        TO UNX-INV-ACCT-NUMBER
044800     MOVE WS-NOTICE-INVOICE-NUM TO UNX-INV-INVOICE-NUM
044900     MOVE 1                     TO UNX-INV-DETAIL-COUNT
045000     MOVE ZERO                  TO UNX-INV-TOTAL-AMT
045100     MOVE UNX-INV-SUMMARY-RECORD TO UNX-STMT-DETAIL-RECORD
045200     PERFORM 2310-WRITE-DUE
045300     MOVE WS-SAVED-RECORD TO UNX-STMT-DETAIL-RECORD.
045400*
045500*    A MEMBER NOT ON THE EXTRACT THIS CYCLE CARRIES UNCHANGED.
045600*
045700 4000-CARRY-OLD-CYCLE.
045800     MOVE OLD-CYCLE-RECORD TO NEW-CYCLE-RECORD
045900     WRITE NEW-CYCLE-RECORD
046000     PERFORM 8000-READ-OLD-CYCLE.
046100*
046200 5000-PRINT-TOTALS.
046300     MOVE '0' TO RP-CARRIAGE-CONTROL
046400     MOVE SPACES TO RP-PRINT-LINE
046500     WRITE CYCLE-REPORT-RECORD
046600     MOVE 'MEMBERS DUE THIS CYCLE        ' TO TT-CAPTION
046700     MOVE WS-MEMBERS-DUE TO TT-COUNT
046800     PERFORM 5100-PRINT-TOTAL-LINE
046900     MOVE 'MEMBERS DEFERRED TO OWN CYCLE ' TO TT-CAPTION
047000     MOVE WS-MEMBERS-DEFERRED TO TT-COUNT
047100     PERFORM 5100-PRINT-TOTAL-LINE
047200     MOVE 'MEMBERS ASSIGNED TO CYCLE     ' TO TT-CAPTION
047300     MOVE WS-MEMBERS-ASSIGNED TO TT-COUNT
047400     PERFORM 5100-PRINT-TOTAL-LINE
047500     MOVE 'CYCLE CHANGES NOTIFIED        ' TO TT-CAPTION
047600     MOVE WS-CHANGES-NOTIFIED TO TT-COUNT
047700     PERFORM 5100-PRINT-TOTAL-LINE
047800     MOVE 'CYCLE CHANGES HELD            ' TO TT-CAPTION
047900     MOVE WS-NOTICES-HELD TO TT-COUNT
048000     PERFORM 5100-PRINT-TOTAL-LINE
048100     MOVE 'RECORDS SELECTED              ' TO TT-CAPTION
048200     MOVE WS-RECORDS-DUE TO TT-COUNT
048300     PERFORM 5100-PRINT-TOTAL-LINE
048400     MOVE 'RECORDS DEFERRED              ' TO TT-CAPTION
048500     MOVE WS-RECORDS-DEFERRED TO TT-COUNT
048600     PERFORM 5100-PRINT-TOTAL-LINE.
048700*
048800 5100-PRINT-TOTAL-LINE.
048900     MOVE ' ' TO RP-CARRIAGE-CONTROL
049000     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
049100     WRITE CYCLE-REPORT-RECORD.
049200*
049300 8000-READ-OLD-CYCLE.
049400     READ OLD-CYCLE-FILE
049500         AT END
049600             MOVE 'Y' TO WS-OLD-EOF-SWITCH
049700             MOVE HIGH-VALUES TO WS-OLD-KEY
049800         NOT AT END
049900             MOVE OLD-CYCLE-RECORD (1:21) TO WS-OLD-KEY
050000     END-READ.
050100*
050200 9999-EXIT.
050300     CLOSE STMT-DETAIL-FILE OLD-CYCLE-FILE NEW-CYCLE-FILE
050400           DUE-FILE DEFERRED-FILE CYCLE-REPORT
050500     STOP RUN.
