000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MBRNOTIF.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - EXTRACTS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - NIGHTLY MEMBER EVENT FEED  *
001400*                   FOR THE SMS AND EMAIL VENDOR.  VOUCHERS DUE  *
001500*                   TO EXPIRE (VCHMAST), POINTS DUE TO EXPIRE    *
001600*                   THIS MONTH (PTSEXPRY'S EXPCARD), TIER        *
001700*                   CHANGES (THE TIERMNT AUDIT TRAIL) AND        *
001800*                   REDEMPTIONS DECLINED BY REDMAUTH BECOME ONE  *
001900*                   RECORD PER EVENT.  AN EVENT ALREADY SENT     *
002000*                   INSIDE THE SUPPRESSION WINDOW IS NOT SENT    *
002100*                   AGAIN.  THE FEED CARRIES THE COMMON EXTCTL   *
002200*                   HEADER AND TRAILER (HASH OVER NF-POINTS).    *
002210*                                                                *
002220*   10/15/26  MO    AN EVENT IS SENT ONLY IF THE MEMBER HAS SMS  *
002230*                   OR EMAIL CONSENT IN FORCE ON THE CONSENT     *
002240*                   MASTER (CONSMAST.CPY); THE FEED NOW TELLS    *
002250*                   THE VENDOR WHICH CHANNELS MAY BE USED.       *
002260*                   EVENTS HELD BACK LEAVE NO HISTORY, ARE       *
002270*                   COUNTED AND ARE LOGGED TO CONSXLOG WITH THE  *
002280*                   EVENTS SENT.                                 *
002285*   10/15/26  MO    TIERMNT AUDIT RECORD NOW ENDS WITH THE       *
002290*                   OPERATOR ID.                                 *
002292*                                                                *
002294*   10/15/26  MO    TIERMNT AUDIT RECORD NOW ENDS WITH THE RUN   *
002296*                   TIME.                                        *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT NOTIF-PARM-FILE ASSIGN TO NOTIFPRM
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT OPTIONAL VOUCHER-FILE ASSIGN TO VCHNEW
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL CARD-FORECAST-FILE ASSIGN TO EXPCARD
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT OPTIONAL TIER-AUDIT-FILE ASSIGN TO TIERAUDT
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT OPTIONAL REDEEM-REJECT-FILE ASSIGN TO REDAUTRJ
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT SORT-WORK-FILE ASSIGN TO SRTWK01.
004200     SELECT SORTED-FILE    ASSIGN TO NOTISRT
004300         ORGANIZATION IS SEQUENTIAL.
004400     SELECT OPTIONAL OLD-HISTORY-FILE ASSIGN TO NOTIFHST
004500         ORGANIZATION IS SEQUENTIAL.
004600     SELECT NEW-HISTORY-FILE ASSIGN TO NOTIFHSN
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT FEED-FILE      ASSIGN TO NOTIFEXT
004900         ORGANIZATION IS SEQUENTIAL.
004920     SELECT CONSENT-FILE   ASSIGN TO CONSMAST
004940         ORGANIZATION IS SEQUENTIAL.
004960     SELECT OPTIONAL EXCLUSION-LOG-FILE ASSIGN TO CONSXLOG
004980         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200*
005300*    THE SUPPRESSION WINDOW AND HOW FAR AHEAD OF ITS EXPIRY A
005400*    VOUCHER IS WARNED, IN DAYS.
005500*
005600 FD  NOTIF-PARM-FILE.
005700 01  NOTIF-PARM-RECORD.
005800     05  NP-SUPPRESS-DAYS        PIC 9(03).
005900     05  NP-VOUCHER-WARN-DAYS    PIC 9(03).
006000*
006100 FD  VOUCHER-FILE.
006200     COPY "VCHMAST.cpy".
006300*
006400 FD  CARD-FORECAST-FILE.
006500     COPY "EXPCARD.cpy".
006600*
006700 FD  TIER-AUDIT-FILE.
006800 01  TIER-AUDIT-RECORD.
006900     05  TA-RUN-DATE             PIC 9(08).
007000     05  TA-ACTION-CODE          PIC X(01).
007100     05  TA-CARD-NO              PIC 9(16).
007200     05  TA-OLD-TIER-CODE        PIC X(01).
007300     05  TA-NEW-TIER-CODE        PIC X(01).
007400     05  TA-DISPOSITION          PIC X(25).
007450     05  TA-OPER-ID              PIC X(08).
007470     05  TA-RUN-TIME             PIC 9(06).
007500*
007600 FD  REDEEM-REJECT-FILE.
007700 01  REDEEM-REJECT-RECORD.
007800     05  RA-CARD-NO              PIC 9(16).
007900     05  RA-STORE-NO             PIC 9(03).
008000     05  RA-TERMINAL-ID          PIC 9(03).
008100     05  RA-TRANS-NO             PIC 9(04).
008200     05  RA-TRANS-DATE           PIC 9(07).
008300     05  RA-POINTS-REQUESTED     PIC S9(06).
008400     05  RA-POINTS-AVAILABLE     PIC S9(11).
008500     05  RA-SHORTFALL            PIC S9(11).
008600*
008700 SD  SORT-WORK-FILE.
008800     COPY "NOTIFEED.cpy" REPLACING ==NOTIFICATION-FEED-RECORD==
008900                                BY ==SORT-WORK-RECORD==.
009000*
009100 FD  SORTED-FILE.
009200     COPY "NOTIFEED.cpy" REPLACING ==NOTIFICATION-FEED-RECORD==
009300                                BY ==SORTED-EVENT-RECORD==.
009400*
009500 FD  OLD-HISTORY-FILE.
009600     COPY "NOTIFHST.cpy" REPLACING
009700                           ==NOTIFICATION-HISTORY-RECORD==
009800                        BY ==OLD-HISTORY-RECORD==.
009900*
010000 FD  NEW-HISTORY-FILE.
010100     COPY "NOTIFHST.cpy" REPLACING
010200                           ==NOTIFICATION-HISTORY-RECORD==
010300                        BY ==NEW-HISTORY-RECORD==.
010400*
010500 FD  FEED-FILE.
010600     COPY "NOTIFEED.cpy".
010700     COPY "EXTCTL.cpy".
010710*
010720 FD  CONSENT-FILE.
010730     COPY "CONSMAST.cpy".
010740*
010750 FD  EXCLUSION-LOG-FILE.
010760     COPY "CONSXLOG.cpy".
010800*
010900 WORKING-STORAGE SECTION.
011000*
011100 01  WS-SOURCE-EOF-SWITCH        PIC X(01) VALUE 'N'.
011200     88  WS-SOURCE-EOF           VALUE 'Y'.
011300 01  WS-SUPPRESS-SWITCH          PIC X(01) VALUE 'N'.
011400     88  WS-SUPPRESS-EVENT       VALUE 'Y'.
011500 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
011600     88  WS-HIST-EOF             VALUE 'Y'.
011700 01  WS-HIST-HELD-SWITCH         PIC X(01) VALUE 'N'.
011800     88  WS-HIST-HELD            VALUE 'Y'.
011820 01  WS-CONSENT-EOF-SWITCH       PIC X(01) VALUE 'N'.
011840     88  WS-CONSENT-EOF          VALUE 'Y'.
011860 01  WS-CONSENT-FOUND-SW         PIC X(01).
011880     88  WS-CONSENT-FOUND        VALUE 'Y'.
011900*
012000*    DEFAULTS WHEN THE PARAMETER FILE IS EMPTY.
012100*
012200 01  WS-SUPPRESS-DAYS            PIC 9(03) VALUE 030.
012300 01  WS-VOUCHER-WARN-DAYS        PIC 9(03) VALUE 014.
012400*
012500*    VENDOR TEMPLATE FOR EACH EVENT TYPE.
012600*
012700 01  WS-VE-TEMPLATE              PIC X(08) VALUE 'VCHEXP01'.
012800 01  WS-PE-TEMPLATE              PIC X(08) VALUE 'PTSEXP01'.
012900 01  WS-TU-TEMPLATE              PIC X(08) VALUE 'TIERUP01'.
013000 01  WS-TD-TEMPLATE              PIC X(08) VALUE 'TIERDN01'.
013100 01  WS-RD-TEMPLATE              PIC X(08) VALUE 'REDDEC01'.
013200*
013300 01  WS-HIGH-VALUE-KEY           PIC X(30) VALUE HIGH-VALUES.
013400 01  WS-HIST-KEY                 PIC X(30).
013500 01  WS-EVENT-KEY                PIC X(30).
013600 01  WS-CURRENT-KEY              PIC X(30).
013700*
013800 01  WS-RUN-DATE                 PIC 9(08).
013900 01  WS-RUN-DAY                  PIC 9(07).
014000 01  WS-RUN-DAY-NUMBER           PIC 9(07).
014100 01  WS-DATE-IN                  PIC 9(07).
014200 01  WS-DATE-YEAR                PIC 9(04).
014300 01  WS-DATE-DDD                 PIC 9(03).
014400 01  WS-DAY-NUMBER               PIC 9(07).
014500 01  WS-AGE-DAYS                 PIC S9(07).
014600*
014700*    THE RUN MONTH AND ITS LAST DAY, WHEN THIS MONTH'S POINTS
014800*    EXPIRE.
014900*
015000 01  WS-RUN-MONTH                PIC 9(06).
015100 01  WS-MONTH-END-DAY            PIC 9(07).
015200 01  WS-MM-WORK                  PIC 9(02).
015300 01  WS-MS-SUB                   PIC 9(02) COMP.
015400*
015500*    CUMULATIVE DAYS AT THE START OF EACH MONTH, AS PTSEXPRY
015600*    HOLDS THEM, WITH THE YEAR'S LAST DAY AFTER DECEMBER.
015700*
015800 01  WS-MONTH-STARTS.
015900     05  FILLER PIC 9(03) VALUE 000.
016000     05  FILLER PIC 9(03) VALUE 031.
016100     05  FILLER PIC 9(03) VALUE 059.
016200     05  FILLER PIC 9(03) VALUE 090.
016300     05  FILLER PIC 9(03) VALUE 120.
016400     05  FILLER PIC 9(03) VALUE 151.
016500     05  FILLER PIC 9(03) VALUE 181.
016600     05  FILLER PIC 9(03) VALUE 212.
016700     05  FILLER PIC 9(03) VALUE 243.
016800     05  FILLER PIC 9(03) VALUE 273.
016900     05  FILLER PIC 9(03) VALUE 304.
017000     05  FILLER PIC 9(03) VALUE 334.
017100     05  FILLER PIC 9(03) VALUE 365.
017200 01  WS-MONTH-START-TABLE REDEFINES WS-MONTH-STARTS.
017300     05  WS-MONTH-START          PIC 9(03) OCCURS 13 TIMES.
017400*
017500 01  WS-OLD-TIER-RANK            PIC 9(01).
017600 01  WS-NEW-TIER-RANK            PIC 9(01).
017700 01  WS-TIER-CODE                PIC X(01).
017800 01  WS-TIER-RANK                PIC 9(01).
017900*
018000 01  WS-VE-RAISED                PIC 9(07) VALUE 0.
018100 01  WS-PE-RAISED                PIC 9(07) VALUE 0.
018200 01  WS-TU-RAISED                PIC 9(07) VALUE 0.
018300 01  WS-TD-RAISED                PIC 9(07) VALUE 0.
018400 01  WS-RD-RAISED                PIC 9(07) VALUE 0.
018500 01  WS-EVENTS-SUPPRESSED        PIC 9(07) VALUE 0.
018600 01  WS-HISTORY-DROPPED          PIC 9(07) VALUE 0.
018700 01  WS-HISTORY-WRITTEN          PIC 9(07) VALUE 0.
018800 01  WS-RECORD-COUNT             PIC 9(09) VALUE 0.
018900 01  WS-HASH-TOTAL               PIC S9(15)V99 COMP-3 VALUE 0.
018905 01  WS-EVENTS-EXCLUDED          PIC 9(07) VALUE 0.
018910*
018915*    CARDS WITH SMS OR EMAIL CONSENT IN FORCE ON THE RUN DATE,
018920*    WITH THE CHANNELS THE VENDOR MAY USE.
018925*
018930 01  CS-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
018935 01  CS-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
018940 01  CS-TABLE.
018945     05  CS-ENTRY OCCURS 20000 TIMES
018950                  INDEXED BY CS-IDX.
018955         10  CS-CARD-NO          PIC 9(16).
018960         10  CS-SMS-CONSENT      PIC X(01).
018965         10  CS-EMAIL-CONSENT    PIC X(01).
019000*
019100 PROCEDURE DIVISION.
019200*
019300 0000-MAINLINE.
019400     PERFORM 1000-INITIALIZE
019500     SORT SORT-WORK-FILE
019600         ON ASCENDING KEY NF-CARD-NO OF SORT-WORK-RECORD
019700                          NF-EVENT-TYPE OF SORT-WORK-RECORD
019800                          NF-REFERENCE OF SORT-WORK-RECORD
019900         INPUT PROCEDURE IS 2000-RAISE-EVENTS
020000         GIVING SORTED-FILE
020100     OPEN INPUT  SORTED-FILE
020200                 OLD-HISTORY-FILE
020300     OPEN OUTPUT NEW-HISTORY-FILE
020400                 FEED-FILE
020500     MOVE 'HDR'       TO XC-RECORD-TAG
020600     MOVE WS-RUN-DATE TO XC-RUN-DATE
020700     MOVE 'MBRNOTIF'  TO XC-JOB-NAME
020800     MOVE ZERO        TO XC-RECORD-COUNT
020900     MOVE ZERO        TO XC-HASH-TOTAL
021000     WRITE EXTRACT-CONTROL-RECORD
021100     PERFORM 8100-READ-HISTORY
021200     PERFORM 8200-READ-EVENT
021300     PERFORM 3000-PROCESS-ONE-KEY
021400         UNTIL WS-HIST-KEY = WS-HIGH-VALUE-KEY
021500         AND WS-EVENT-KEY = WS-HIGH-VALUE-KEY
021600     DISPLAY 'MBRNOTIF - VOUCHERS EXPIRING:   ' WS-VE-RAISED
021700     DISPLAY 'MBRNOTIF - POINTS EXPIRING:     ' WS-PE-RAISED
021800     DISPLAY 'MBRNOTIF - TIER UPGRADES:       ' WS-TU-RAISED
021900     DISPLAY 'MBRNOTIF - TIER DOWNGRADES:     ' WS-TD-RAISED
022000     DISPLAY 'MBRNOTIF - REDEMPTIONS DECLINED:' WS-RD-RAISED
022100     DISPLAY 'MBRNOTIF - EVENTS SUPPRESSED:   '
022200         WS-EVENTS-SUPPRESSED
022220     DISPLAY 'MBRNOTIF - HELD BACK, NO CONSENT:'
022240         WS-EVENTS-EXCLUDED
022300     DISPLAY 'MBRNOTIF - NOTIFICATIONS SENT:  ' WS-RECORD-COUNT
022400     DISPLAY 'MBRNOTIF - HISTORY WRITTEN:     '
022500         WS-HISTORY-WRITTEN
022600     DISPLAY 'MBRNOTIF - HISTORY DROPPED:     '
022700         WS-HISTORY-DROPPED
022800     PERFORM 9999-EXIT.
022900*
023000 1000-INITIALIZE.
023100     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
023200     ACCEPT WS-RUN-DAY FROM DAY YYYYDDD
023300     MOVE WS-RUN-DAY TO WS-DATE-IN
023400     PERFORM 8500-COMPUTE-DAY-NUMBER
023500     MOVE WS-DAY-NUMBER TO WS-RUN-DAY-NUMBER
023600     PERFORM 1100-FIND-MONTH-END
023700     OPEN INPUT NOTIF-PARM-FILE
023800     READ NOTIF-PARM-FILE
023900         AT END
024000             DISPLAY 'MBRNOTIF - PARM MISSING, DEFAULTS USED'
024100         NOT AT END
024200             MOVE NP-SUPPRESS-DAYS     TO WS-SUPPRESS-DAYS
024300             MOVE NP-VOUCHER-WARN-DAYS TO WS-VOUCHER-WARN-DAYS
024400     END-READ
024500     CLOSE NOTIF-PARM-FILE
024510     OPEN INPUT CONSENT-FILE
024520     READ CONSENT-FILE
024530         AT END MOVE 'Y' TO WS-CONSENT-EOF-SWITCH
024540     END-READ
024550     PERFORM 1200-LOAD-CONSENT-ENTRY
024560         UNTIL WS-CONSENT-EOF
024570     CLOSE CONSENT-FILE.
024600*
024700*    THE RUN DAY'S MONTH IS FOUND BY SCANNING THE MONTH-START
024800*    TABLE, AS PTSEXPRY DERIVES AN EARN MONTH.
024900*
025000 1100-FIND-MONTH-END.
025100     MOVE 12 TO WS-MM-WORK
025200     PERFORM 1110-FIND-MONTH
025300         VARYING WS-MS-SUB FROM 12 BY -1
025400         UNTIL WS-MS-SUB < 1
025500             OR WS-DATE-DDD > WS-MONTH-START (WS-MS-SUB)
025600     COMPUTE WS-RUN-MONTH = WS-DATE-YEAR * 100 + WS-MM-WORK
025700     COMPUTE WS-MONTH-END-DAY = WS-DATE-YEAR * 1000
025800                              + WS-MONTH-START (WS-MM-WORK + 1).
025900*
026000 1110-FIND-MONTH.
026100     MOVE WS-MS-SUB TO WS-MM-WORK
026200     SUBTRACT 1 FROM WS-MM-WORK.
026202*
026204*    A MEMBER LEFT OUT OF A FULL TABLE WOULD LOSE MESSAGES THEY
026206*    CONSENTED TO, SO THE RUN STOPS INSTEAD.
026208*
026210 1200-LOAD-CONSENT-ENTRY.
026212     IF (CN-SMS-OPTED-IN
026214             AND CN-SMS-EFF-DATE NOT > WS-RUN-DATE)
026216         OR (CN-EMAIL-OPTED-IN
026218             AND CN-EMAIL-EFF-DATE NOT > WS-RUN-DATE)
026220         IF CS-TABLE-COUNT NOT < CS-TABLE-MAX
026222             DISPLAY 'MBRNOTIF - CONSENT TABLE FULL AT '
026224                 CS-TABLE-MAX ' ENTRIES - NOTHING SENT'
026226             MOVE 8 TO RETURN-CODE
026228             STOP RUN
026230         END-IF
026232         ADD 1 TO CS-TABLE-COUNT
026234         SET CS-IDX TO CS-TABLE-COUNT
026236         MOVE CN-CARD-NO TO CS-CARD-NO (CS-IDX)
026238         MOVE 'N' TO CS-SMS-CONSENT (CS-IDX)
026240         MOVE 'N' TO CS-EMAIL-CONSENT (CS-IDX)
026242         IF CN-SMS-OPTED-IN
026244             AND CN-SMS-EFF-DATE NOT > WS-RUN-DATE
026246             MOVE 'Y' TO CS-SMS-CONSENT (CS-IDX)
026248         END-IF
026250         IF CN-EMAIL-OPTED-IN
026252             AND CN-EMAIL-EFF-DATE NOT > WS-RUN-DATE
026254             MOVE 'Y' TO CS-EMAIL-CONSENT (CS-IDX)
026256         END-IF
026258     END-IF
026260     READ CONSENT-FILE
026262         AT END MOVE 'Y' TO WS-CONSENT-EOF-SWITCH
026264     END-READ.
026300*
026400*    EVERY SOURCE IS OPTIONAL: A SOURCE NOT PRODUCED TODAY
026500*    SIMPLY RAISES NO EVENTS.
026600*
026700 2000-RAISE-EVENTS.
026800     OPEN INPUT VOUCHER-FILE
026900     MOVE 'N' TO WS-SOURCE-EOF-SWITCH
027000     READ VOUCHER-FILE
027100         AT END MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
027200     END-READ
027300     PERFORM 2100-CHECK-VOUCHER
027400         UNTIL WS-SOURCE-EOF
027500     CLOSE VOUCHER-FILE
027600     OPEN INPUT CARD-FORECAST-FILE
027700     MOVE 'N' TO WS-SOURCE-EOF-SWITCH
027800     READ CARD-FORECAST-FILE
027900         AT END MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
028000     END-READ
028100     PERFORM 2200-CHECK-CARD-FORECAST
028200         UNTIL WS-SOURCE-EOF
028300     CLOSE CARD-FORECAST-FILE
028400     OPEN INPUT TIER-AUDIT-FILE
028500     MOVE 'N' TO WS-SOURCE-EOF-SWITCH
028600     READ TIER-AUDIT-FILE
028700         AT END MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
028800     END-READ
028900     PERFORM 2300-CHECK-TIER-CHANGE
029000         UNTIL WS-SOURCE-EOF
029100     CLOSE TIER-AUDIT-FILE
029200     OPEN INPUT REDEEM-REJECT-FILE
029300     MOVE 'N' TO WS-SOURCE-EOF-SWITCH
029400     READ REDEEM-REJECT-FILE
029500         AT END MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
029600     END-READ
029700     PERFORM 2400-RAISE-DECLINE
029800         UNTIL WS-SOURCE-EOF
029900     CLOSE REDEEM-REJECT-FILE.
030000*
030100*    AN ISSUED VOUCHER IS WARNED FROM THE WARNING WINDOW BEFORE
030200*    ITS EXPIRY DATE UNTIL THE DAY ITSELF.
030300*
030400 2100-CHECK-VOUCHER.
030500     IF VM-ISSUED
030600         MOVE VM-EXPIRY-DATE TO WS-DATE-IN
030700         PERFORM 8500-COMPUTE-DAY-NUMBER
030800         COMPUTE WS-AGE-DAYS = WS-DAY-NUMBER - WS-RUN-DAY-NUMBER
030900         IF WS-AGE-DAYS NOT < 0
031000             AND WS-AGE-DAYS NOT > WS-VOUCHER-WARN-DAYS
031100             PERFORM 2900-CLEAR-EVENT
031200             MOVE VM-CARD-NO TO NF-CARD-NO OF SORT-WORK-RECORD
031300             MOVE 'VE' TO NF-EVENT-TYPE OF SORT-WORK-RECORD
031400             MOVE WS-VE-TEMPLATE
031500                 TO NF-TEMPLATE-CODE OF SORT-WORK-RECORD
031600             MOVE VM-POINTS-CONVERTED
031700                 TO NF-POINTS OF SORT-WORK-RECORD
031800             MOVE VM-DOLLAR-VALUE
031900                 TO NF-AMOUNT OF SORT-WORK-RECORD
032000             MOVE VM-EXPIRY-DATE
032100                 TO NF-EVENT-DATE OF SORT-WORK-RECORD
032200             MOVE VM-VOUCHER-NO
032300                 TO NF-REFERENCE OF SORT-WORK-RECORD
032400             ADD 1 TO WS-VE-RAISED
032500             RELEASE SORT-WORK-RECORD
032600         END-IF
032700     END-IF
032800     READ VOUCHER-FILE
032900         AT END MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
033000     END-READ.
033100*
033200 2200-CHECK-CARD-FORECAST.
033300     IF EC-EXPIRING-THIS-MONTH > ZERO
033400         PERFORM 2900-CLEAR-EVENT
033500         MOVE EC-CARD-NO TO NF-CARD-NO OF SORT-WORK-RECORD
033600         MOVE 'PE' TO NF-EVENT-TYPE OF SORT-WORK-RECORD
033700         MOVE WS-PE-TEMPLATE
033800             TO NF-TEMPLATE-CODE OF SORT-WORK-RECORD
033900         MOVE EC-EXPIRING-THIS-MONTH
034000             TO NF-POINTS OF SORT-WORK-RECORD
034100         MOVE WS-MONTH-END-DAY
034200             TO NF-EVENT-DATE OF SORT-WORK-RECORD
034300         MOVE WS-RUN-MONTH TO NF-REFERENCE OF SORT-WORK-RECORD
034400         ADD 1 TO WS-PE-RAISED
034500         RELEASE SORT-WORK-RECORD
034600     END-IF
034700     READ CARD-FORECAST-FILE
034800         AT END MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
034900     END-READ.
035000*
035100*    ONLY AN APPLIED CHANGE BETWEEN TWO DIFFERENT TIERS IS A
035200*    MEMBER EVENT; ADDS, DELETES AND REJECTS ARE NOT.
035300*
035400 2300-CHECK-TIER-CHANGE.
035500     IF TA-DISPOSITION = 'CHANGED'
035600         AND TA-OLD-TIER-CODE NOT = TA-NEW-TIER-CODE
035700         MOVE TA-OLD-TIER-CODE TO WS-TIER-CODE
035800         PERFORM 8600-RANK-TIER
035900         MOVE WS-TIER-RANK TO WS-OLD-TIER-RANK
036000         MOVE TA-NEW-TIER-CODE TO WS-TIER-CODE
036100         PERFORM 8600-RANK-TIER
036200         MOVE WS-TIER-RANK TO WS-NEW-TIER-RANK
036300         IF WS-OLD-TIER-RANK > 0
036400             AND WS-NEW-TIER-RANK > 0
036500             PERFORM 2310-RAISE-TIER-EVENT
036600         END-IF
036700     END-IF
036800     READ TIER-AUDIT-FILE
036900         AT END MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
037000     END-READ.
037100*
037200 2310-RAISE-TIER-EVENT.
037300     PERFORM 2900-CLEAR-EVENT
037400     MOVE TA-CARD-NO TO NF-CARD-NO OF SORT-WORK-RECORD
037500     IF WS-NEW-TIER-RANK > WS-OLD-TIER-RANK
037600         MOVE 'TU' TO NF-EVENT-TYPE OF SORT-WORK-RECORD
037700         MOVE WS-TU-TEMPLATE
037800             TO NF-TEMPLATE-CODE OF SORT-WORK-RECORD
037900         ADD 1 TO WS-TU-RAISED
038000     ELSE
038100         MOVE 'TD' TO NF-EVENT-TYPE OF SORT-WORK-RECORD
038200         MOVE WS-TD-TEMPLATE
038300             TO NF-TEMPLATE-CODE OF SORT-WORK-RECORD
038400         ADD 1 TO WS-TD-RAISED
038500     END-IF
038600     MOVE WS-RUN-DAY TO NF-EVENT-DATE OF SORT-WORK-RECORD
038700     MOVE TA-NEW-TIER-CODE TO NF-REFERENCE OF SORT-WORK-RECORD
038800     MOVE TA-OLD-TIER-CODE
038900         TO NF-OLD-TIER-CODE OF SORT-WORK-RECORD
039000     MOVE TA-NEW-TIER-CODE
039100         TO NF-NEW-TIER-CODE OF SORT-WORK-RECORD
039200     RELEASE SORT-WORK-RECORD.
039300*
039400 2400-RAISE-DECLINE.
039500     PERFORM 2900-CLEAR-EVENT
039600     MOVE RA-CARD-NO TO NF-CARD-NO OF SORT-WORK-RECORD
039700     MOVE 'RD' TO NF-EVENT-TYPE OF SORT-WORK-RECORD
039800     MOVE WS-RD-TEMPLATE TO NF-TEMPLATE-CODE OF SORT-WORK-RECORD
039900     MOVE RA-POINTS-REQUESTED TO NF-POINTS OF SORT-WORK-RECORD
040000     MOVE RA-POINTS-AVAILABLE TO NF-BALANCE OF SORT-WORK-RECORD
040100     MOVE RA-TRANS-DATE TO NF-EVENT-DATE OF SORT-WORK-RECORD
040200     ADD 1 TO WS-RD-RAISED
040300     RELEASE SORT-WORK-RECORD
040400     READ REDEEM-REJECT-FILE
040500         AT END MOVE 'Y' TO WS-SOURCE-EOF-SWITCH
040600     END-READ.
040700*
040800 2900-CLEAR-EVENT.
040900     MOVE SPACES TO SORT-WORK-RECORD
041000     MOVE ZERO   TO NF-POINTS OF SORT-WORK-RECORD
041100     MOVE ZERO   TO NF-AMOUNT OF SORT-WORK-RECORD
041200     MOVE ZERO   TO NF-BALANCE OF SORT-WORK-RECORD
041220     MOVE 'N'    TO NF-SMS-CONSENT OF SORT-WORK-RECORD
041240     MOVE 'N'    TO NF-EMAIL-CONSENT OF SORT-WORK-RECORD.
041300*
041400*    ONE CARD, EVENT TYPE AND REFERENCE: ITS HISTORY, IF ANY,
041500*    THEN TODAY'S EVENTS ON THE SAME KEY.
041600*
041700 3000-PROCESS-ONE-KEY.
041800     IF WS-HIST-KEY < WS-EVENT-KEY
041900         MOVE WS-HIST-KEY TO WS-CURRENT-KEY
042000     ELSE
042100         MOVE WS-EVENT-KEY TO WS-CURRENT-KEY
042200     END-IF
042300     MOVE 'N' TO WS-HIST-HELD-SWITCH
042400     IF WS-HIST-KEY = WS-CURRENT-KEY
042500         MOVE OLD-HISTORY-RECORD TO NEW-HISTORY-RECORD
042600         MOVE 'Y' TO WS-HIST-HELD-SWITCH
042700         PERFORM 8100-READ-HISTORY
042800     END-IF
042900     PERFORM 3100-TAKE-EVENT
043000         UNTIL WS-EVENT-KEY NOT = WS-CURRENT-KEY
043100     IF WS-HIST-HELD
043200         PERFORM 3200-KEEP-OR-DROP-HISTORY
043300     END-IF.
043400*
043500 3100-TAKE-EVENT.
043502     MOVE 'N' TO WS-CONSENT-FOUND-SW
043504     SET CS-IDX TO 1
043506     SEARCH CS-ENTRY
043508         AT END
043510             CONTINUE
043512         WHEN CS-IDX > CS-TABLE-COUNT
043514             CONTINUE
043516         WHEN CS-CARD-NO (CS-IDX) = NF-CARD-NO
043518                                    OF SORTED-EVENT-RECORD
043520             MOVE 'Y' TO WS-CONSENT-FOUND-SW
043522     END-SEARCH
043524     IF WS-CONSENT-FOUND
043526         PERFORM 3105-CHECK-SUPPRESSION
043528     ELSE
043530         ADD 1 TO WS-EVENTS-EXCLUDED
043532     END-IF
043534     PERFORM 8200-READ-EVENT.
043536*
043538*    AN EVENT WITHOUT CONSENT NEVER REACHES THIS POINT, SO IT
043540*    LEAVES NO HISTORY AND CANNOT SUPPRESS A LATER EVENT.
043542*
043544 3105-CHECK-SUPPRESSION.
043600     MOVE 'N' TO WS-SUPPRESS-SWITCH
043700     IF WS-HIST-HELD
043800         MOVE NH-LAST-SENT-DATE OF NEW-HISTORY-RECORD
043900             TO WS-DATE-IN
044000         PERFORM 8500-COMPUTE-DAY-NUMBER
044100         COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
044200         IF WS-AGE-DAYS < WS-SUPPRESS-DAYS
044300             MOVE 'Y' TO WS-SUPPRESS-SWITCH
044400         END-IF
044500     END-IF
044600     IF WS-SUPPRESS-EVENT
044700         ADD 1 TO WS-EVENTS-SUPPRESSED
044800     ELSE
044900         PERFORM 3110-SEND-EVENT
045000     END-IF.
045200*
045300 3110-SEND-EVENT.
045400     MOVE SORTED-EVENT-RECORD TO NOTIFICATION-FEED-RECORD
045420     MOVE CS-SMS-CONSENT (CS-IDX)   TO NF-SMS-CONSENT
045440                                    OF NOTIFICATION-FEED-RECORD
045460     MOVE CS-EMAIL-CONSENT (CS-IDX) TO NF-EMAIL-CONSENT
045480                                    OF NOTIFICATION-FEED-RECORD
045500     WRITE NOTIFICATION-FEED-RECORD
045600     ADD 1 TO WS-RECORD-COUNT
045700     ADD NF-POINTS OF NOTIFICATION-FEED-RECORD TO WS-HASH-TOTAL
045800     IF NOT WS-HIST-HELD
045900         MOVE WS-CURRENT-KEY TO NH-KEY OF NEW-HISTORY-RECORD
046000         MOVE ZERO TO NH-SEND-COUNT OF NEW-HISTORY-RECORD
046100         MOVE 'Y' TO WS-HIST-HELD-SWITCH
046200     END-IF
046300     MOVE WS-RUN-DAY TO NH-LAST-SENT-DATE OF NEW-HISTORY-RECORD
046400     ADD 1 TO NH-SEND-COUNT OF NEW-HISTORY-RECORD.
046500*
046600*    HISTORY OLDER THAN THE WINDOW CAN NO LONGER SUPPRESS
046700*    ANYTHING, SO IT IS NOT CARRIED FORWARD.
046800*
046900 3200-KEEP-OR-DROP-HISTORY.
047000     MOVE NH-LAST-SENT-DATE OF NEW-HISTORY-RECORD TO WS-DATE-IN
047100     PERFORM 8500-COMPUTE-DAY-NUMBER
047200     COMPUTE WS-AGE-DAYS = WS-RUN-DAY-NUMBER - WS-DAY-NUMBER
047300     IF WS-AGE-DAYS < WS-SUPPRESS-DAYS
047400         WRITE NEW-HISTORY-RECORD
047500         ADD 1 TO WS-HISTORY-WRITTEN
047600     ELSE
047700         ADD 1 TO WS-HISTORY-DROPPED
047800     END-IF.
047900*
048000 8100-READ-HISTORY.
048100     READ OLD-HISTORY-FILE
048200         AT END
048300             MOVE 'Y' TO WS-HIST-EOF-SWITCH
048400             MOVE WS-HIGH-VALUE-KEY TO WS-HIST-KEY
048500         NOT AT END
048600             MOVE NH-KEY OF OLD-HISTORY-RECORD TO WS-HIST-KEY
048700     END-READ.
048800*
048900 8200-READ-EVENT.
049000     READ SORTED-FILE
049100         AT END
049200             MOVE WS-HIGH-VALUE-KEY TO WS-EVENT-KEY
049300         NOT AT END
049400             MOVE NF-CARD-NO OF SORTED-EVENT-RECORD
049500                 TO WS-EVENT-KEY (1:16)
049600             MOVE NF-EVENT-TYPE OF SORTED-EVENT-RECORD
049700                 TO WS-EVENT-KEY (17:2)
049800             MOVE NF-REFERENCE OF SORTED-EVENT-RECORD
049900                 TO WS-EVENT-KEY (19:12)
050000     END-READ.
050100*
050200 8500-COMPUTE-DAY-NUMBER.
050300     MOVE WS-DATE-IN (1:4) TO WS-DATE-YEAR
050400     MOVE WS-DATE-IN (5:3) TO WS-DATE-DDD
050500     COMPUTE WS-DAY-NUMBER = WS-DATE-YEAR * 365 + WS-DATE-DDD.
050600*
050700 8600-RANK-TIER.
050800     EVALUATE WS-TIER-CODE
050900         WHEN 'B'   MOVE 1 TO WS-TIER-RANK
051000         WHEN 'S'   MOVE 2 TO WS-TIER-RANK
051100         WHEN 'G'   MOVE 3 TO WS-TIER-RANK
051200         WHEN 'P'   MOVE 4 TO WS-TIER-RANK
051300         WHEN OTHER MOVE 0 TO WS-TIER-RANK
051400     END-EVALUATE.
051500*
051600 9999-EXIT.
051700     MOVE 'TRL'           TO XC-RECORD-TAG
051800     MOVE WS-RUN-DATE     TO XC-RUN-DATE
051900     MOVE 'MBRNOTIF'      TO XC-JOB-NAME
052000     MOVE WS-RECORD-COUNT TO XC-RECORD-COUNT
052100     MOVE WS-HASH-TOTAL   TO XC-HASH-TOTAL
052200     WRITE EXTRACT-CONTROL-RECORD
052210     OPEN EXTEND EXCLUSION-LOG-FILE
052220     MOVE WS-RUN-DATE        TO CX-RUN-DATE
052230     MOVE 'MBRNOTIF'         TO CX-JOB-NAME
052240     MOVE 'SMS/EMAIL'        TO CX-CHANNEL
052250     MOVE 'EVENTS'           TO CX-UNIT
052260     MOVE WS-RECORD-COUNT    TO CX-SELECTED
052270     MOVE WS-EVENTS-EXCLUDED TO CX-EXCLUDED
052280     WRITE CONSENT-EXCLUSION-RECORD
052290     CLOSE EXCLUSION-LOG-FILE
052300     CLOSE SORTED-FILE
052400           OLD-HISTORY-FILE
052500           NEW-HISTORY-FILE
052600           FEED-FILE
052700     STOP RUN.
