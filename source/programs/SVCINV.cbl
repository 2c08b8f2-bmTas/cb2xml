000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SVCINV.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COMBINED BILLING BATCH - PRE-POST VALIDATION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - BUILD AND REFRESH THE      *
001400*                   SERVICE INVENTORY MASTER (SVCMAST.CPY) FROM  *
001500*                   THE EQUIPMENT TELNO/PID/SID ON THE CYCLE'S   *
001600*                   DETAIL LINES.  THE CYCLE'S SERVICES ARE      *
001700*                   SORTED BY TELNO, SID, PARTNER AND MEMBER     *
001800*                   AND MATCH-MERGED AGAINST LAST CYCLE'S        *
001900*                   MASTER, THE SAME SHAPE AS ADDRUPDT.  THE     *
002000*                   CYCLE REPORT LISTS SERVICES BILLED TO TWO    *
002100*                   MEMBERS (DOUBLE BILLING), SERVICES THAT      *
002200*                   STOPPED BILLING WITHOUT A DISCONNECT         *
002300*                   (REVENUE LEAKAGE), SERVICES THAT MOVED TO    *
002400*                   ANOTHER MEMBER AND NEW SERVICES.             *
002420*   10/15/26  MO    A NEW SERVICE'S RECORD IS CLEARED FIRST AND  *
002440*                   STARTS ACTIVE, DATED THE RUN, RATHER THAN    *
002460*                   TAKING STATUS FROM WHATEVER THE RECORD AREA  *
002480*                   LAST HELD.                                   *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT STMT-DETAIL-FILE ASSIGN TO UNXDTLIN
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT SORTED-SVC-FILE  ASSIGN TO SVCSRT
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT SORT-WORK-FILE   ASSIGN TO SRTWK01.
003800     SELECT OLD-SVC-FILE     ASSIGN TO SVCOLD
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT NEW-SVC-FILE     ASSIGN TO SVCNEW
004100         ORGANIZATION IS SEQUENTIAL.
004200     SELECT SERVICE-REPORT   ASSIGN TO SVCRPT
004300         ORGANIZATION IS SEQUENTIAL.
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  STMT-DETAIL-FILE.
004700     COPY "cpyUnxdetail.cbl".
004800*
004900 FD  SORTED-SVC-FILE.
005000 01  SORTED-SVC-RECORD.
005100     05  SS-TELNO                PIC X(20).
005200     05  SS-SID                  PIC 9(05).
005300     05  SS-PARTNER-ID           PIC 9(08).
005400     05  SS-MEMBER-ID            PIC 9(13).
005500     05  SS-PID                  PIC 9(05).
005600     05  SS-DISCONNECT-FLAG      PIC X(01).
005700         88  SS-DISCONNECT       VALUE 'Y'.
005800*
005900 SD  SORT-WORK-FILE.
006000 01  SORT-WORK-RECORD.
006100     05  SW-TELNO                PIC X(20).
006200     05  SW-SID                  PIC 9(05).
006300     05  SW-PARTNER-ID           PIC 9(08).
006400     05  SW-MEMBER-ID            PIC 9(13).
006500     05  SW-PID                  PIC 9(05).
006600     05  SW-DISCONNECT-FLAG      PIC X(01).
006700*
006800 FD  OLD-SVC-FILE.
006900     COPY "SVCMAST.cpy" REPLACING ==SERVICE-MASTER-RECORD==
007000                              BY ==OLD-SVC-RECORD==.
007100*
007200 FD  NEW-SVC-FILE.
007300     COPY "SVCMAST.cpy" REPLACING ==SERVICE-MASTER-RECORD==
007400                              BY ==NEW-SVC-RECORD==.
007500*
007600 FD  SERVICE-REPORT.
007700 01  SERVICE-REPORT-RECORD.
007800     05  RP-CARRIAGE-CONTROL     PIC X(01).
007900     05  RP-PRINT-LINE           PIC X(132).
008000*
008100 WORKING-STORAGE SECTION.
008200*
008300 01  WS-DTL-EOF-SWITCH           PIC X(01) VALUE 'N'.
008400     88  WS-DTL-EOF              VALUE 'Y'.
008500 01  WS-SORT-EOF-SWITCH          PIC X(01) VALUE 'N'.
008600     88  WS-SORT-EOF             VALUE 'Y'.
008700 01  WS-OLD-EOF-SWITCH           PIC X(01) VALUE 'N'.
008800     88  WS-OLD-EOF              VALUE 'Y'.
008900*
009000 01  WS-RUN-DATE                 PIC 9(08).
009100 01  WS-NEW-COUNT                PIC 9(07) VALUE 0.
009200 01  WS-BILLED-COUNT             PIC 9(07) VALUE 0.
009300 01  WS-DOUBLE-COUNT             PIC 9(07) VALUE 0.
009400 01  WS-MOVED-COUNT              PIC 9(07) VALUE 0.
009500 01  WS-DISCONNECT-COUNT         PIC 9(07) VALUE 0.
009600 01  WS-LAPSED-COUNT             PIC 9(07) VALUE 0.
009700 01  WS-CARRIED-COUNT            PIC 9(07) VALUE 0.
009800*
009900*    THE CURRENT TELNO/SID GROUP ON THE SORTED CYCLE FILE.  THE
010000*    FIRST PARTNER/MEMBER IN THE GROUP IS TAKEN AS THE OWNER;
010100*    EVERY OTHER MEMBER BILLED FOR THE SAME SERVICE IS DOUBLE
010200*    BILLING.
010300*
010400 01  WS-GROUP.
010500     05  WS-GRP-TELNO            PIC X(20).
010600     05  WS-GRP-SID              PIC 9(05).
010700     05  WS-GRP-PID              PIC 9(05).
010800     05  WS-GRP-PARTNER-ID       PIC 9(08).
010900     05  WS-GRP-MEMBER-ID        PIC 9(13).
011000     05  WS-GRP-LAST-PARTNER-ID  PIC 9(08).
011100     05  WS-GRP-LAST-MEMBER-ID   PIC 9(13).
011200     05  WS-GRP-DISCONNECT-FLAG  PIC X(01).
011300         88  WS-GRP-DISCONNECT   VALUE 'Y'.
011400 01  WS-GROUP-OPEN-SWITCH        PIC X(01) VALUE 'N'.
011500     88  WS-GROUP-OPEN           VALUE 'Y'.
011600*
011700 01  WS-OLD-KEY                  PIC X(25).
011800 01  WS-NEW-KEY                  PIC X(25).
011900*
012000 01  WS-HEADING-LINE.
012100     05  FILLER                  PIC X(40)
012200         VALUE 'SVCINV - SERVICE INVENTORY EXCEPTIONS   '.
012300     05  H1-RUN-DATE             PIC 9(08).
012400     05  FILLER                  PIC X(84) VALUE SPACES.
012500*
012600 01  WS-COLUMN-LINE.
012700     05  FILLER                  PIC X(44)
012800         VALUE 'EVENT                        TELEPHONE NO   '.
012900     05  FILLER                  PIC X(44)
013000         VALUE '      SID   PARTNER  MEMBER         OTHER PT'.
013100     05  FILLER                  PIC X(44)
013200         VALUE 'R OTHER MEMBER   FIRST     LAST             '.
013300*
013400 01  WS-DETAIL-LINE.
013500     05  DL-EVENT                PIC X(28).
013600     05  FILLER                  PIC X(01) VALUE SPACE.
013700     05  DL-TELNO                PIC X(20).
013800     05  FILLER                  PIC X(01) VALUE SPACE.
013900     05  DL-SID                  PIC 9(05).
014000     05  FILLER                  PIC X(01) VALUE SPACE.
014100     05  DL-PARTNER-ID           PIC 9(08).
014200     05  FILLER                  PIC X(01) VALUE SPACE.
014300     05  DL-MEMBER-ID            PIC 9(13).
014400     05  FILLER                  PIC X(02) VALUE SPACES.
014500     05  DL-OTHER-PARTNER-ID     PIC X(08).
014600     05  FILLER                  PIC X(01) VALUE SPACE.
014700     05  DL-OTHER-MEMBER-ID      PIC X(13).
014800     05  FILLER                  PIC X(02) VALUE SPACES.
014900     05  DL-FIRST-BILLED-DATE    PIC 9(08).
015000     05  FILLER                  PIC X(02) VALUE SPACES.
015100     05  DL-LAST-BILLED-DATE     PIC 9(08).
015200     05  FILLER                  PIC X(14) VALUE SPACES.
015300*
015400 01  WS-TOTAL-LINE.
015500     05  TT-CAPTION              PIC X(30).
015600     05  TT-COUNT                PIC ZZZZZZ9.
015700     05  FILLER                  PIC X(95) VALUE SPACES.
015800*
015900 PROCEDURE DIVISION.
016000*
016100 0000-MAINLINE.
016200     PERFORM 1000-INITIALIZE
016300     PERFORM 2000-MATCH-ONE-KEY
016400         UNTIL WS-OLD-EOF AND NOT WS-GROUP-OPEN
016500     PERFORM 5000-PRINT-TOTALS
016600     DISPLAY 'SVCINV - SERVICES BILLED:       ' WS-BILLED-COUNT
016700     DISPLAY 'SVCINV - NEW SERVICES:          ' WS-NEW-COUNT
016800     DISPLAY 'SVCINV - BILLED TO TWO MEMBERS: ' WS-DOUBLE-COUNT
016900     DISPLAY 'SVCINV - STOPPED, NO DISCONNECT:' WS-LAPSED-COUNT
017000     PERFORM 9999-EXIT.
017100*
017200 1000-INITIALIZE.
017300     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017400     SORT SORT-WORK-FILE
017500         ON ASCENDING KEY SW-TELNO
017600                          SW-SID
017700                          SW-PARTNER-ID
017800                          SW-MEMBER-ID
017900         INPUT PROCEDURE IS 1100-EXTRACT-SERVICES
018000         GIVING SORTED-SVC-FILE
018100     OPEN INPUT  SORTED-SVC-FILE
018200     OPEN INPUT  OLD-SVC-FILE
018300     OPEN OUTPUT NEW-SVC-FILE
018400     OPEN OUTPUT SERVICE-REPORT
018500     MOVE WS-RUN-DATE TO H1-RUN-DATE
018600     MOVE '1' TO RP-CARRIAGE-CONTROL
018700     MOVE WS-HEADING-LINE TO RP-PRINT-LINE
018800     WRITE SERVICE-REPORT-RECORD
018900     MOVE '0' TO RP-CARRIAGE-CONTROL
019000     MOVE WS-COLUMN-LINE TO RP-PRINT-LINE
019100     WRITE SERVICE-REPORT-RECORD
019200     PERFORM 8000-READ-OLD-SVC
019300     READ SORTED-SVC-FILE
019400         AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
019500     END-READ
019600     PERFORM 8100-ADVANCE-CYCLE-SVC.
019700*
019800*    ONLY DETAIL LINES THAT NAME A SERVICE ARE INVENTORIED.
019900*
020000 1100-EXTRACT-SERVICES.
020100     OPEN INPUT STMT-DETAIL-FILE
020200     READ STMT-DETAIL-FILE
020300         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
020400     END-READ
020500     PERFORM 1110-RELEASE-ONE-SERVICE
020600         UNTIL WS-DTL-EOF
020700     CLOSE STMT-DETAIL-FILE.
020800*
020900 1110-RELEASE-ONE-SERVICE.
021000     IF UNX-DTL-REC-TYPE = 'DTL'
021100         AND UNX-DTL-EQUIP-TELNO NOT = SPACES
021200         AND UNX-DTL-EQUIP-TELNO NOT = LOW-VALUES
021300         MOVE UNX-DTL-EQUIP-TELNO TO SW-TELNO
021400         MOVE UNX-DTL-EQUIP-SID   TO SW-SID
021500         MOVE UNX-DTL-PARTNER-ID  TO SW-PARTNER-ID
021600         MOVE UNX-DTL-MEMBER-ID   TO SW-MEMBER-ID
021700         MOVE UNX-DTL-EQUIP-PID   TO SW-PID
021800         IF UNX-DTL-DETAIL-TRAN-TYPE = 'DSC'
021900             MOVE 'Y' TO SW-DISCONNECT-FLAG
022000         ELSE
022100             MOVE 'N' TO SW-DISCONNECT-FLAG
022200         END-IF
022300         RELEASE SORT-WORK-RECORD
022400     END-IF
022500     READ STMT-DETAIL-FILE
022600         AT END MOVE 'Y' TO WS-DTL-EOF-SWITCH
022700     END-READ.
022800*
022900 2000-MATCH-ONE-KEY.
023000     IF WS-OLD-KEY < WS-NEW-KEY
023100         PERFORM 2100-CARRY-OLD-SERVICE
023200     ELSE
023300         IF WS-OLD-KEY > WS-NEW-KEY
023400             PERFORM 2200-ADD-NEW-SERVICE
023500         ELSE
023600             PERFORM 2300-UPDATE-SERVICE
023700         END-IF
023800     END-IF.
023900*
024000*    A SERVICE NOT BILLED THIS CYCLE.  IF IT WAS ACTIVE AND NO
024100*    FINAL BILL WAS SEEN, IT HAS LAPSED - REPORTED ONCE, THE
024200*    CYCLE IT DROPS OFF.
024300*
024400 2100-CARRY-OLD-SERVICE.
024500     MOVE OLD-SVC-RECORD TO NEW-SVC-RECORD
024600     IF SV-ACTIVE OF OLD-SVC-RECORD
024700         ADD 1 TO WS-LAPSED-COUNT
024800         MOVE 'L'         TO SV-STATUS OF NEW-SVC-RECORD
024900         MOVE WS-RUN-DATE TO SV-STATUS-DATE OF NEW-SVC-RECORD
025000         MOVE 'STOPPED - NO DISCONNECT' TO DL-EVENT
025100         PERFORM 3000-REPORT-SERVICE
025200     ELSE
025300         ADD 1 TO WS-CARRIED-COUNT
025400     END-IF
025500     WRITE NEW-SVC-RECORD
025600     PERFORM 8000-READ-OLD-SVC.
025700*
025800 2200-ADD-NEW-SERVICE.
025900     ADD 1 TO WS-NEW-COUNT
026000     ADD 1 TO WS-BILLED-COUNT
026050     INITIALIZE NEW-SVC-RECORD
026100     MOVE WS-GRP-TELNO      TO SV-TELNO OF NEW-SVC-RECORD
026200     MOVE WS-GRP-SID        TO SV-SID OF NEW-SVC-RECORD
026300     MOVE WS-RUN-DATE       TO SV-FIRST-BILLED-DATE
026400         OF NEW-SVC-RECORD
026420     MOVE 'A'               TO SV-STATUS OF NEW-SVC-RECORD
026440     MOVE WS-RUN-DATE       TO SV-STATUS-DATE OF NEW-SVC-RECORD
026500     PERFORM 2400-APPLY-CYCLE-BILLING
026600     MOVE 'NEW SERVICE' TO DL-EVENT
026700     PERFORM 3000-REPORT-SERVICE
026800     WRITE NEW-SVC-RECORD
026900     PERFORM 8100-ADVANCE-CYCLE-SVC.
027000*
027100 2300-UPDATE-SERVICE.
027200     ADD 1 TO WS-BILLED-COUNT
027300     MOVE OLD-SVC-RECORD TO NEW-SVC-RECORD
027400     PERFORM 2400-APPLY-CYCLE-BILLING
027500     IF SV-PARTNER-ID OF OLD-SVC-RECORD NOT = WS-GRP-PARTNER-ID
027600         OR SV-MEMBER-ID OF OLD-SVC-RECORD NOT = WS-GRP-MEMBER-ID
027700         ADD 1 TO WS-MOVED-COUNT
027800         MOVE 'MOVED TO ANOTHER MEMBER' TO DL-EVENT
027900         MOVE SV-PARTNER-ID OF OLD-SVC-RECORD
028000             TO DL-OTHER-PARTNER-ID
028100         MOVE SV-MEMBER-ID OF OLD-SVC-RECORD
028200             TO DL-OTHER-MEMBER-ID
028300         PERFORM 3100-PRINT-DETAIL-LINE
028400     END-IF
028500     WRITE NEW-SVC-RECORD
028600     PERFORM 8000-READ-OLD-SVC
028700     PERFORM 8100-ADVANCE-CYCLE-SVC.
028800*
028900 2400-APPLY-CYCLE-BILLING.
029000     MOVE WS-GRP-PID        TO SV-PID OF NEW-SVC-RECORD
029100     MOVE WS-GRP-PARTNER-ID TO SV-PARTNER-ID OF NEW-SVC-RECORD
029200     MOVE WS-GRP-MEMBER-ID  TO SV-MEMBER-ID OF NEW-SVC-RECORD
029300     MOVE WS-RUN-DATE       TO SV-LAST-BILLED-DATE
029400         OF NEW-SVC-RECORD
029500     IF WS-GRP-DISCONNECT
029600         ADD 1 TO WS-DISCONNECT-COUNT
029700         MOVE 'D'         TO SV-STATUS OF NEW-SVC-RECORD
029800         MOVE WS-RUN-DATE TO SV-STATUS-DATE OF NEW-SVC-RECORD
029900     ELSE
030000         IF NOT SV-ACTIVE OF NEW-SVC-RECORD
030100             MOVE 'A'         TO SV-STATUS OF NEW-SVC-RECORD
030200             MOVE WS-RUN-DATE TO SV-STATUS-DATE OF NEW-SVC-RECORD
030300         END-IF
030400     END-IF.
030500*
030600 3000-REPORT-SERVICE.
030700     MOVE SPACES TO DL-OTHER-PARTNER-ID
030800     MOVE SPACES TO DL-OTHER-MEMBER-ID
030900     PERFORM 3100-PRINT-DETAIL-LINE.
031000*
031100 3100-PRINT-DETAIL-LINE.
031200     MOVE SV-TELNO OF NEW-SVC-RECORD      TO DL-TELNO
031300     MOVE SV-SID OF NEW-SVC-RECORD        TO DL-SID
031400     MOVE SV-PARTNER-ID OF NEW-SVC-RECORD TO DL-PARTNER-ID
031500     MOVE SV-MEMBER-ID OF NEW-SVC-RECORD  TO DL-MEMBER-ID
031600     MOVE SV-FIRST-BILLED-DATE OF NEW-SVC-RECORD
031700         TO DL-FIRST-BILLED-DATE
031800     MOVE SV-LAST-BILLED-DATE OF NEW-SVC-RECORD
031900         TO DL-LAST-BILLED-DATE
032000     MOVE ' ' TO RP-CARRIAGE-CONTROL
032100     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
032200     WRITE SERVICE-REPORT-RECORD.
032300*
032400*    A SECOND MEMBER BILLED FOR THE GROUP'S SERVICE IN THE SAME
032500*    CYCLE.  LISTED AGAINST THE OWNER AS THE CYCLE FILE IS READ.
032600*
032700 3200-REPORT-DOUBLE-BILLING.
032800     ADD 1 TO WS-DOUBLE-COUNT
032900     MOVE 'BILLED TO TWO MEMBERS' TO DL-EVENT
033000     MOVE WS-GRP-TELNO      TO DL-TELNO
033100     MOVE WS-GRP-SID        TO DL-SID
033200     MOVE WS-GRP-PARTNER-ID TO DL-PARTNER-ID
033300     MOVE WS-GRP-MEMBER-ID  TO DL-MEMBER-ID
033400     MOVE SS-PARTNER-ID     TO DL-OTHER-PARTNER-ID
033500     MOVE SS-MEMBER-ID      TO DL-OTHER-MEMBER-ID
033600     MOVE ZERO              TO DL-FIRST-BILLED-DATE
033700     MOVE WS-RUN-DATE       TO DL-LAST-BILLED-DATE
033800     MOVE ' ' TO RP-CARRIAGE-CONTROL
033900     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
034000     WRITE SERVICE-REPORT-RECORD.
034100*
034200 5000-PRINT-TOTALS.
034300     MOVE '0' TO RP-CARRIAGE-CONTROL
034400     MOVE SPACES TO RP-PRINT-LINE
034500     WRITE SERVICE-REPORT-RECORD
034600     MOVE 'SERVICES BILLED THIS CYCLE    ' TO TT-CAPTION
034700     MOVE WS-BILLED-COUNT TO TT-COUNT
034800     PERFORM 5100-PRINT-TOTAL-LINE
034900     MOVE 'NEW SERVICES                  ' TO TT-CAPTION
035000     MOVE WS-NEW-COUNT TO TT-COUNT
035100     PERFORM 5100-PRINT-TOTAL-LINE
035200     MOVE 'BILLED TO TWO MEMBERS         ' TO TT-CAPTION
035300     MOVE WS-DOUBLE-COUNT TO TT-COUNT
035400     PERFORM 5100-PRINT-TOTAL-LINE
035500     MOVE 'MOVED TO ANOTHER MEMBER       ' TO TT-CAPTION
035600     MOVE WS-MOVED-COUNT TO TT-COUNT
035700     PERFORM 5100-PRINT-TOTAL-LINE
035800     MOVE 'DISCONNECTED (FINAL BILL)     ' TO TT-CAPTION
035900     MOVE WS-DISCONNECT-COUNT TO TT-COUNT
036000     PERFORM 5100-PRINT-TOTAL-LINE
036100     MOVE 'STOPPED - NO DISCONNECT       ' TO TT-CAPTION
036200     MOVE WS-LAPSED-COUNT TO TT-COUNT
036300     PERFORM 5100-PRINT-TOTAL-LINE
036400     MOVE 'NOT BILLED, ALREADY CLOSED    ' TO TT-CAPTION
036500     MOVE WS-CARRIED-COUNT TO TT-COUNT
036600     PERFORM 5100-PRINT-TOTAL-LINE.
036700*
036800 5100-PRINT-TOTAL-LINE.
036900     MOVE ' ' TO RP-CARRIAGE-CONTROL
037000     MOVE WS-TOTAL-LINE TO RP-PRINT-LINE
037100     WRITE SERVICE-REPORT-RECORD.
037200*
037300 8000-READ-OLD-SVC.
037400     READ OLD-SVC-FILE
037500         AT END
037600             MOVE 'Y' TO WS-OLD-EOF-SWITCH
037700             MOVE HIGH-VALUES TO WS-OLD-KEY
037800         NOT AT END
037900             MOVE SV-KEY OF OLD-SVC-RECORD TO WS-OLD-KEY
038000     END-READ.
038100*
038200*    READS THE SORTED CYCLE SERVICES AND HOLDS ONE TELNO/SID
038300*    GROUP.  A FINAL BILL LINE ANYWHERE IN THE GROUP MARKS THE
038400*    SERVICE DISCONNECTED.
038500*
038600 8100-ADVANCE-CYCLE-SVC.
038700     IF WS-SORT-EOF
038800         MOVE 'N' TO WS-GROUP-OPEN-SWITCH
038900         MOVE HIGH-VALUES TO WS-NEW-KEY
039000     ELSE
039100         MOVE 'Y'                TO WS-GROUP-OPEN-SWITCH
039200         MOVE SS-TELNO           TO WS-GRP-TELNO
039300         MOVE SS-SID             TO WS-GRP-SID
039400         MOVE SS-PID             TO WS-GRP-PID
039500         MOVE SS-PARTNER-ID      TO WS-GRP-PARTNER-ID
039600         MOVE SS-MEMBER-ID       TO WS-GRP-MEMBER-ID
039700         MOVE SS-PARTNER-ID      TO WS-GRP-LAST-PARTNER-ID
039800         MOVE SS-MEMBER-ID       TO WS-GRP-LAST-MEMBER-ID
039900         MOVE SS-DISCONNECT-FLAG TO WS-GRP-DISCONNECT-FLAG
040000         READ SORTED-SVC-FILE
040100             AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
040200         END-READ
040300         PERFORM 8110-ABSORB-GROUP-LINE
040400             UNTIL WS-SORT-EOF
040500             OR SS-TELNO NOT = WS-GRP-TELNO
040600             OR SS-SID NOT = WS-GRP-SID
040700         MOVE WS-GRP-TELNO TO WS-NEW-KEY (1:20)
040800         MOVE WS-GRP-SID   TO WS-NEW-KEY (21:5)
040900     END-IF.
041000*
041100 8110-ABSORB-GROUP-LINE.
041200     IF SS-PARTNER-ID NOT = WS-GRP-LAST-PARTNER-ID
041300         OR SS-MEMBER-ID NOT = WS-GRP-LAST-MEMBER-ID
041400         PERFORM 3200-REPORT-DOUBLE-BILLING
041500         MOVE SS-PARTNER-ID TO WS-GRP-LAST-PARTNER-ID
041600         MOVE SS-MEMBER-ID  TO WS-GRP-LAST-MEMBER-ID
041700     END-IF
041800     IF SS-DISCONNECT
041900         MOVE 'Y' TO WS-GRP-DISCONNECT-FLAG
042000     END-IF
042100     READ SORTED-SVC-FILE
042200         AT END MOVE 'Y' TO WS-SORT-EOF-SWITCH
042300     END-READ.
042400*
042500 9999-EXIT.
042600     CLOSE SORTED-SVC-FILE OLD-SVC-FILE
042700           NEW-SVC-FILE SERVICE-REPORT
042800     STOP RUN.
