000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    AUDNORM.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  NIGHTLY BATCH - AUDIT.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - NIGHTLY NORMALISATION OF   *
001400*                   EVERY MAINTENANCE AND APPROVAL AUDIT TRAIL   *
001500*                   INTO ONE COMMON AUDIT RECORD (AUDSTOR.CPY):  *
001600*                   THE TEN MASTER MAINTENANCE PROGRAMS, PRMMNT, *
001700*                   OPRMNT, ADJPOST, BRKGLASS, STMTAPPR, DSPLOAD *
001800*                   AND MSGTBLLD.  ENTRIES DATED THE BUSINESS    *
001900*                   DATE (THE RUN DATE, OR THE DATE ON AUDNPRM   *
002000*                   FOR A CATCH-UP RUN) ARE APPENDED TO THE      *
002100*                   RETAINED AUDIT STORE, WHICH IS CATALOGUED    *
002200*                   THROUGH ARCCAT'S ENTRY FILE ONE UNIT PER     *
002300*                   BUSINESS DATE.  EACH ENTRY IS MARKED WHEN IT *
002400*                   WAS APPLIED OUT OF HOURS OR APPROVED BY THE  *
002500*                   OPERATOR WHO SUBMITTED IT.  A TRAIL WHOSE    *
002600*                   PROGRAM DID NOT RUN IS SIMPLY ABSENT.        *
002620*   10/15/26  MO    THE LEGAL HOLD REGISTER'S TRAIL (LGLHMNT) IS *
002640*                   NOW TAKEN INTO THE STORE WITH THE OTHER      *
002660*                   MAINTENANCE TRAILS.                          *
002665*   10/15/26  MO    THE CATALOGUE, ARRANGEMENT, OFFER, CREDIT    *
002670*                   LIMIT AND CONSENT TRAILS (CATMNT, ARRMNT,    *
002675*                   OFRMNT, CRLMNT, CONSMNT) ARE NOW TAKEN INTO  *
002680*                   THE STORE AS WELL.                           *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL NORM-PARM-FILE  ASSIGN TO AUDNPRM
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT OPTIONAL TIER-AUDIT-FILE ASSIGN TO TIERAUDT
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT OPTIONAL STORE-AUDIT-FILE ASSIGN TO STORAUDT
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT OPTIONAL KEY-AUDIT-FILE  ASSIGN TO KEYMAUDT
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT OPTIONAL TERM-AUDIT-FILE ASSIGN TO TERMAUD
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT OPTIONAL HOLD-AUDIT-FILE ASSIGN TO HOLDAUDT
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT OPTIONAL PART-AUDIT-FILE ASSIGN TO PARTAUDT
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT OPTIONAL CAL-AUDIT-FILE  ASSIGN TO CALAUDT
005000         ORGANIZATION IS SEQUENTIAL.
005100     SELECT OPTIONAL PREF-AUDIT-FILE ASSIGN TO DLVPAUDT
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT OPTIONAL LINK-AUDIT-FILE ASSIGN TO HSHAUDT
005400         ORGANIZATION IS SEQUENTIAL.
005500     SELECT OPTIONAL SI-AUDIT-FILE   ASSIGN TO SIMAUDT
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT OPTIONAL PRM-LOG-FILE    ASSIGN TO PRMLOG
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT OPTIONAL OPR-AUDIT-FILE  ASSIGN TO OPRAUDT
006000         ORGANIZATION IS SEQUENTIAL.
006100     SELECT OPTIONAL ADJ-JRNL-FILE   ASSIGN TO ADJJRNL
006200         ORGANIZATION IS SEQUENTIAL.
006300     SELECT OPTIONAL BG-AUDIT-FILE   ASSIGN TO BGAUDIT
006400         ORGANIZATION IS SEQUENTIAL.
006500     SELECT OPTIONAL APPR-REG-FILE   ASSIGN TO STMTAPRG
006600         ORGANIZATION IS SEQUENTIAL.
006700     SELECT OPTIONAL DSP-AUDIT-FILE  ASSIGN TO DSPAUDT
006800         ORGANIZATION IS SEQUENTIAL.
006900     SELECT OPTIONAL MSG-AUDIT-FILE  ASSIGN TO MSGAUDT
007000         ORGANIZATION IS SEQUENTIAL.
007020     SELECT OPTIONAL LGL-AUDIT-FILE  ASSIGN TO LGLHAUDT
007040         ORGANIZATION IS SEQUENTIAL.
007045     SELECT OPTIONAL CAT-AUDIT-FILE  ASSIGN TO CATAUDT
007050         ORGANIZATION IS SEQUENTIAL.
007055     SELECT OPTIONAL ARR-AUDIT-FILE  ASSIGN TO ARRAUDT
007060         ORGANIZATION IS SEQUENTIAL.
007065     SELECT OPTIONAL OFR-AUDIT-FILE  ASSIGN TO OFRAUDT
007070         ORGANIZATION IS SEQUENTIAL.
007075     SELECT OPTIONAL CRL-AUDIT-FILE  ASSIGN TO CRLMAUDT
007080         ORGANIZATION IS SEQUENTIAL.
007085     SELECT OPTIONAL CONS-AUDIT-FILE ASSIGN TO CONSAUDT
007090         ORGANIZATION IS SEQUENTIAL.
007100     SELECT OPTIONAL AUDIT-STORE-FILE ASSIGN TO AUDSTORE
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT CATALOG-ENTRY-FILE ASSIGN TO AUDCATEN
007400         ORGANIZATION IS SEQUENTIAL.
007500 DATA DIVISION.
007600 FILE SECTION.
007700*
007800*    A ZERO DATE TAKES THE RUN DATE.
007900*
008000 FD  NORM-PARM-FILE.
008100 01  NORM-PARM-RECORD.
008200     05  NP-BUSINESS-DATE        PIC 9(08).
008300*
008400*    EACH TRAIL IN ITS OWN PROGRAM'S LAYOUT.
008500*
008600 FD  TIER-AUDIT-FILE.
008700 01  TIER-AUDIT-RECORD.
008800     05  TR-RUN-DATE             PIC 9(08).
008900     05  TR-ACTION-CODE          PIC X(01).
009000     05  TR-KEY.
009100         10  TR-CARD-NO          PIC 9(16).
009200     05  TR-OLD-TIER-CODE        PIC X(01).
009300     05  TR-NEW-TIER-CODE        PIC X(01).
009400     05  TR-DISPOSITION          PIC X(25).
009500     05  TR-OPER-ID              PIC X(08).
009600     05  TR-RUN-TIME             PIC 9(06).
009700*
009800 FD  STORE-AUDIT-FILE.
009900 01  STORE-AUDIT-RECORD.
010000     05  SR-RUN-DATE             PIC 9(08).
010100     05  SR-ACTION-CODE          PIC X(01).
010200     05  SR-KEY.
010300         10  SR-STORE-NO         PIC 9(03).
010400     05  SR-DISPOSITION          PIC X(25).
010500     05  SR-OPER-ID              PIC X(08).
010600     05  SR-RUN-TIME             PIC 9(06).
010700*
010800 FD  KEY-AUDIT-FILE.
010900 01  KEY-AUDIT-RECORD.
011000     05  KY-RUN-DATE             PIC 9(08).
011100     05  KY-ACTION-CODE          PIC X(01).
011200     05  KY-KEY.
011300         10  KY-KEYCODE          PIC 9(08).
011400     05  KY-DISPOSITION          PIC X(25).
011500     05  KY-OPER-ID              PIC X(08).
011600     05  KY-RUN-TIME             PIC 9(06).
011700*
011800 FD  TERM-AUDIT-FILE.
011900 01  TERM-AUDIT-RECORD.
012000     05  TM-RUN-DATE             PIC 9(08).
012100     05  TM-ACTION-CODE          PIC X(01).
012200     05  TM-KEY.
012300         10  TM-STORE-NO         PIC 9(03).
012400         10  TM-TERMINAL-ID      PIC 9(03).
012500     05  TM-DISPOSITION          PIC X(25).
012600     05  TM-OPER-ID              PIC X(08).
012700     05  TM-RUN-TIME             PIC 9(06).
012800*
012900 FD  HOLD-AUDIT-FILE.
013000 01  HOLD-AUDIT-RECORD.
013100     05  HD-RUN-DATE             PIC 9(08).
013200     05  HD-ACTION-CODE          PIC X(01).
013300     05  HD-KEY.
013400         10  HD-PARTNER-ID       PIC 9(08).
013500         10  HD-MEMBER-ID        PIC 9(13).
013600     05  HD-REASON-CODE          PIC X(03).
013700     05  HD-DISPOSITION          PIC X(25).
013800     05  HD-OPER-ID              PIC X(08).
013900     05  HD-RUN-TIME             PIC 9(06).
014000*
014100 FD  PART-AUDIT-FILE.
014200 01  PART-AUDIT-RECORD.
014300     05  PT-RUN-DATE             PIC 9(08).
014400     05  PT-ACTION-CODE          PIC X(01).
014500     05  PT-KEY.
014600         10  PT-PARTNER-ID       PIC 9(08).
014700     05  PT-DISPOSITION          PIC X(25).
014800     05  PT-OPER-ID              PIC X(08).
014900     05  PT-RUN-TIME             PIC 9(06).
015000*
015100 FD  CAL-AUDIT-FILE.
015200 01  CAL-AUDIT-RECORD.
015300     05  CL-RUN-DATE             PIC 9(08).
015400     05  CL-ACTION-CODE          PIC X(01).
015500     05  CL-KEY.
015600         10  CL-REGION           PIC X(03).
015700         10  CL-DATE             PIC 9(08).
015800     05  CL-DISPOSITION          PIC X(25).
015900     05  CL-OPER-ID              PIC X(08).
016000     05  CL-RUN-TIME             PIC 9(06).
016100*
016200 FD  PREF-AUDIT-FILE.
016300 01  PREF-AUDIT-RECORD.
016400     05  DV-RUN-DATE             PIC 9(08).
016500     05  DV-ACTION-CODE          PIC X(01).
016600     05  DV-KEY.
016700         10  DV-PARTNER-ID       PIC 9(08).
016800         10  DV-MEMBER-ID        PIC 9(13).
016900     05  DV-DISPOSITION          PIC X(25).
017000     05  DV-OPER-ID              PIC X(08).
017100     05  DV-RUN-TIME             PIC 9(06).
017200*
017300 FD  LINK-AUDIT-FILE.
017400 01  LINK-AUDIT-RECORD.
017500     05  HH-RUN-DATE             PIC 9(08).
017600     05  HH-ACTION-CODE          PIC X(01).
017700     05  HH-KEY.
017800         10  HH-CARD-NO          PIC 9(16).
017900     05  HH-OLD-HOUSEHOLD-ID     PIC 9(08).
018000     05  HH-NEW-HOUSEHOLD-ID     PIC 9(08).
018100     05  HH-DISPOSITION          PIC X(25).
018200     05  HH-OPER-ID              PIC X(08).
018300     05  HH-RUN-TIME             PIC 9(06).
018400*
018500 FD  SI-AUDIT-FILE.
018600 01  SI-AUDIT-RECORD.
018700     05  SI-RUN-DATE             PIC 9(08).
018800     05  SI-ACTION-CODE          PIC X(01).
018900     05  SI-KEY.
019000         10  SI-INSTR-ID         PIC 9(06).
019100         10  SI-RECORD-NO        PIC 9(07).
019200     05  SI-DISPOSITION          PIC X(25).
019300     05  SI-OPER-ID              PIC X(08).
019400     05  SI-RUN-TIME             PIC 9(06).
019500*
019600 FD  PRM-LOG-FILE.
019700     COPY "PRMLOG.cpy".
019800*
019900 FD  OPR-AUDIT-FILE.
020000 01  OPR-AUDIT-RECORD.
020100     05  OP-RUN-DATE             PIC 9(08).
020200     05  OP-ACTION-CODE          PIC X(01).
020300     05  OP-KEY.
020400         10  OP-OPER-ID          PIC X(08).
020500         10  OP-MASTER-FILE      PIC X(08).
020600     05  OP-OLD-ACTIONS          PIC X(03).
020700     05  OP-NEW-ACTIONS          PIC X(03).
020800     05  OP-OLD-EXPIRY-DATE      PIC 9(08).
020900     05  OP-NEW-EXPIRY-DATE      PIC 9(08).
021000     05  OP-DISPOSITION          PIC X(25).
021100     05  OP-SUBMIT-OPER          PIC X(08).
021200     05  OP-RUN-TIME             PIC 9(06).
021300*
021400 FD  ADJ-JRNL-FILE.
021500 01  ADJ-JRNL-RECORD.
021600     05  AJ-RUN-DATE             PIC 9(08).
021700     05  AJ-KEY.
021800         10  AJ-ADJ-ID           PIC 9(08).
021900         10  AJ-CARD-NO          PIC 9(16).
022000     05  AJ-POINTS               PIC S9(06).
022100     05  AJ-REASON-CODE          PIC X(03).
022200     05  AJ-REQUEST-OPER         PIC X(08).
022300     05  AJ-APPROVE-OPER         PIC X(08).
022400     05  AJ-DISPOSITION          PIC X(25).
022500     05  AJ-RUN-TIME             PIC 9(06).
022600*
022700 FD  BG-AUDIT-FILE.
022800 01  BG-AUDIT-RECORD.
022900     05  BG-RUN-DATE             PIC 9(08).
023000     05  BG-SEQ                  PIC 9(07).
023100     05  BG-KEY.
023200         10  BG-REQUEST-ID       PIC 9(08).
023300     05  BG-CARD-MASKED          PIC X(16).
023400     05  BG-REASON-CODE          PIC X(03).
023500     05  BG-REQUEST-OPER         PIC X(08).
023600     05  BG-APPROVE-OPER         PIC X(08).
023700     05  BG-DISPOSITION          PIC X(25).
023800     05  BG-RUNNING-HASH         PIC 9(15).
023900     05  BG-RUN-TIME             PIC 9(06).
024000*
024100 FD  APPR-REG-FILE.
024200 01  APPR-REG-RECORD.
024300     05  AR-KEY.
024400         10  AR-CYCLE-DATE       PIC 9(08).
024500     05  AR-APPROVE-OPER         PIC X(08).
024600     05  AR-RECORDED-DATE        PIC 9(08).
024700     05  AR-RECORDED-TIME        PIC 9(06).
024800*
024900 FD  DSP-AUDIT-FILE.
025000 01  DSP-AUDIT-RECORD.
025100     05  DP-RUN-DATE             PIC 9(08).
025200     05  DP-ACTION-CODE          PIC X(01).
025300     05  DP-KEY.
025400         10  DP-INVOICE-NUM      PIC X(11).
025500         10  DP-DETAIL-NUM       PIC 9(07).
025600     05  DP-DISPOSITION          PIC X(25).
025700     05  DP-RUN-TIME             PIC 9(06).
025800*
025900 FD  MSG-AUDIT-FILE.
026000 01  MSG-AUDIT-RECORD.
026100     05  MG-RUN-DATE             PIC 9(08).
026200     05  MG-RUN-TIME             PIC 9(06).
026300     05  MG-KEY.
026400         10  MG-LANG-CD          PIC X(02).
026500         10  MG-DATE-COMP        PIC X(06).
026600     05  MG-DISPOSITION          PIC X(25).
026700*
026705 FD  LGL-AUDIT-FILE.
026710 01  LGL-AUDIT-RECORD.
026715     05  LG-RUN-DATE             PIC 9(08).
026720     05  LG-ACTION-CODE          PIC X(01).
026725     05  LG-KEY.
026730         10  LG-HOLD-ID          PIC X(10).
026735     05  LG-KEY-TYPE             PIC X(01).
026740     05  LG-KEY-RANGE.
026745         10  LG-KEY-LOW          PIC X(20).
026750         10  LG-KEY-HIGH         PIC X(20).
026755     05  LG-REASON               PIC X(40).
026760     05  LG-DISPOSITION          PIC X(25).
026765     05  LG-OPER-ID              PIC X(08).
026770     05  LG-RUN-TIME             PIC 9(06).
026775*
026785*    THE CATALOGUE TRAIL DATES ITS ENTRIES BY DAY OF THE YEAR
026795*    AND CARRIES THE CALENDAR DATE AT THE END.
026805*
026815 FD  CAT-AUDIT-FILE.
026825 01  CAT-AUDIT-RECORD.
026835     05  CC-RUN-DAY              PIC 9(07).
026845     05  CC-ACTION-CODE          PIC X(01).
026855     05  CC-KEY.
026865         10  CC-ITEM-NO          PIC 9(06).
026875     05  CC-REFERENCE            PIC X(12).
026885     05  CC-OLD-STOCK            PIC 9(07).
026895     05  CC-NEW-STOCK            PIC 9(07).
026905     05  CC-OLD-PRICE            PIC 9(07).
026915     05  CC-NEW-PRICE            PIC 9(07).
026925     05  CC-DISPOSITION          PIC X(30).
026935     05  CC-OPER-ID              PIC X(08).
026945     05  CC-RUN-DATE             PIC 9(08).
026955     05  CC-RUN-TIME             PIC 9(06).
026965*
026975 FD  ARR-AUDIT-FILE.
026985 01  ARR-AUDIT-RECORD.
026995     05  RA-RUN-DATE             PIC 9(08).
027005     05  RA-ACTION-CODE          PIC X(01).
027015     05  RA-KEY.
027025         10  RA-PARTNER-ID       PIC 9(08).
027035         10  RA-MEMBER-ID        PIC 9(13).
027045     05  RA-AGREED-TOTAL         PIC 9(11)V99.
027055     05  RA-INSTALMENT-AMT       PIC 9(09)V99.
027065     05  RA-FREQUENCY            PIC X(01).
027075     05  RA-NEXT-DUE-DATE        PIC 9(08).
027085     05  RA-OLD-STATUS           PIC X(01).
027095     05  RA-DISPOSITION          PIC X(30).
027105     05  RA-OPER-ID              PIC X(08).
027115     05  RA-RUN-TIME             PIC 9(06).
027125*
027135 FD  OFR-AUDIT-FILE.
027145 01  OFR-AUDIT-RECORD.
027155     05  OF-RUN-DATE             PIC 9(08).
027165     05  OF-ACTION-CODE          PIC X(01).
027175     05  OF-KEY                  PIC X(30).
027185     05  OF-OLD-RATE             PIC 9(11)V99.
027195     05  OF-NEW-RATE             PIC 9(11)V99.
027205     05  OF-DISPOSITION          PIC X(25).
027215     05  OF-OPER-ID              PIC X(08).
027225     05  OF-RUN-TIME             PIC 9(06).
027235*
027245 FD  CRL-AUDIT-FILE.
027255 01  CRL-AUDIT-RECORD.
027265     05  CR-RUN-DATE             PIC 9(08).
027275     05  CR-ACTION-CODE          PIC X(01).
027285     05  CR-KEY.
027295         10  CR-RECORD-NO        PIC 9(09).
027305     05  CR-OLD-LIMIT            PIC 9(13)V99.
027315     05  CR-NEW-LIMIT            PIC 9(13)V99.
027325     05  CR-DISPOSITION          PIC X(25).
027335     05  CR-OPER-ID              PIC X(08).
027345     05  CR-RUN-TIME             PIC 9(06).
027355*
027365 FD  CONS-AUDIT-FILE.
027375 01  CONS-AUDIT-RECORD.
027385     05  CN-RUN-DATE             PIC 9(08).
027395     05  CN-ACTION-CODE          PIC X(01).
027405     05  CN-KEY.
027415         10  CN-CARD-NO          PIC 9(16).
027425     05  CN-OLD-FLAGS            PIC X(04).
027435     05  CN-NEW-FLAGS            PIC X(04).
027445     05  CN-DISPOSITION          PIC X(25).
027455     05  CN-OPER-ID              PIC X(08).
027465     05  CN-RUN-TIME             PIC 9(06).
027475*
027485 FD  AUDIT-STORE-FILE.
027495     COPY "AUDSTOR.cpy".
027505*
027515*    SAME SHAPE AS ARCCAT'S ENTRY FILE.
027525*
027535 FD  CATALOG-ENTRY-FILE.
027545 01  CATALOG-ENTRY-RECORD.
027555     05  EN-SOURCE               PIC X(08).
027565     05  EN-UNIT-ID              PIC 9(08).
027575     05  EN-KEY-LOW              PIC X(20).
027585     05  EN-KEY-HIGH             PIC X(20).
027595     05  EN-DATE-LOW             PIC 9(08).
027605     05  EN-DATE-HIGH            PIC 9(08).
027615     05  EN-VOLUME               PIC X(06).
027625     05  EN-ARCHIVED-DATE        PIC 9(08).
027635     05  EN-RETENTION-YEARS      PIC 9(02).
028400*
028500 WORKING-STORAGE SECTION.
028600*
028700 01  WS-TRAIL-EOF-SWITCH         PIC X(01) VALUE 'N'.
028800     88  WS-TRAIL-EOF            VALUE 'Y'.
028900 01  WS-BUSINESS-DAY-SWITCH      PIC X(01) VALUE 'Y'.
029000     88  WS-BUSINESS-DAY         VALUE 'Y'.
029100*
029200 01  WS-RUN-DATE                 PIC 9(08).
029300 01  WS-BUSINESS-DATE            PIC 9(08).
029400*
029500*    THE BUSINESS DAY, HHMMSS, AND THE ARCHIVE SETTINGS, FROM THE
029600*    PARAMETER REGISTRY WHERE A ROW IS IN FORCE.
029700*
029800 01  WS-DAY-START-TIME           PIC 9(06) VALUE 070000.
029900 01  WS-DAY-END-TIME             PIC 9(06) VALUE 190000.
030000 01  WS-ARCHIVE-VOLUME           PIC X(06) VALUE 'AUDSTR'.
030100 01  WS-RETENTION-YEARS          PIC 9(02) VALUE 7.
030200*
030300 01  WS-PRM-PROGRAM              PIC X(08) VALUE 'AUDNORM'.
030400 01  WS-PRM-NAME                 PIC X(16).
030500 01  WS-PRM-NUMERIC-VALUE        PIC S9(09)V9(06).
030600 01  WS-PRM-TEXT-VALUE           PIC X(20).
030700 01  WS-PRM-STATUS               PIC X(01).
030800     88  WS-PRM-FOUND            VALUE 'Y'.
030900*
031000 01  WS-CAL-FUNCTION             PIC X(01) VALUE 'B'.
031100 01  WS-CAL-REGION               PIC X(03) VALUE '***'.
031200 01  WS-CAL-DATE-2               PIC 9(08) VALUE 0.
031300 01  WS-CAL-RESULT-DATE          PIC 9(08).
031400 01  WS-CAL-RESULT-DAYS          PIC S9(05).
031500 01  WS-CAL-STATUS               PIC X(01).
031600*
031700 01  WS-TRAIL-COUNT              PIC 9(07) VALUE 0.
031800 01  WS-STORED-COUNT             PIC 9(07) VALUE 0.
031900 01  WS-AFTER-HOURS-COUNT        PIC 9(07) VALUE 0.
032000 01  WS-CONFLICT-COUNT           PIC 9(07) VALUE 0.
032100*
032200*    THE CHANGE AS APPROVED IS UNPACKED HERE FROM PRMLOG.
032300*
032400     COPY "PRMCHG.cpy".
032500*
032600*    BEFORE AND AFTER IMAGES BUILT FROM MORE THAN ONE FIELD.
032700*
032800 01  WS-POINTS-IMAGE.
032900     05  WI-POINTS               PIC -(6)9.
033000     05  FILLER                  PIC X(01) VALUE SPACES.
033100     05  WI-POINTS-REASON        PIC X(03).
033200*
033300 01  WS-CARD-IMAGE.
033400     05  WI-CARD-MASKED          PIC X(16).
033500     05  FILLER                  PIC X(01) VALUE SPACES.
033600     05  WI-CARD-REASON          PIC X(03).
033700*
033800 01  WS-VALUE-IMAGE.
033900     05  WI-NUMERIC-VALUE        PIC -(9)9.9(6).
034000     05  FILLER                  PIC X(01) VALUE SPACES.
034100     05  WI-TEXT-VALUE           PIC X(20).
034200*
034300 01  WS-AUTHORITY-IMAGE.
034400     05  WI-ACTIONS              PIC X(03).
034500     05  FILLER                  PIC X(01) VALUE SPACES.
034600     05  WI-EXPIRY-DATE          PIC 9(08).
034700*
034705 01  WS-CATALOGUE-IMAGE.
034710     05  WI-STOCK                PIC Z(6)9.
034715     05  FILLER                  PIC X(01) VALUE SPACES.
034720     05  WI-PRICE                PIC Z(6)9.
034725*
034730 01  WS-ARRANGEMENT-IMAGE.
034735     05  WI-AGREED-TOTAL         PIC Z(10)9.99.
034740     05  FILLER                  PIC X(01) VALUE SPACES.
034745     05  WI-INSTALMENT-AMT       PIC Z(8)9.99.
034750     05  FILLER                  PIC X(01) VALUE SPACES.
034755     05  WI-FREQUENCY            PIC X(01).
034760     05  FILLER                  PIC X(01) VALUE SPACES.
034765     05  WI-NEXT-DUE-DATE        PIC 9(08).
034770*
034775 01  WS-AMOUNT-IMAGE.
034780     05  WI-AMOUNT               PIC Z(12)9.99.
034785*
034800 PROCEDURE DIVISION.
034900*
035000 0000-MAINLINE.
035100     PERFORM 1000-INITIALIZE
035200     PERFORM 2100-TAKE-TIER-TRAIL
035300     PERFORM 2200-TAKE-STORE-TRAIL
035400     PERFORM 2300-TAKE-KEY-TRAIL
035500     PERFORM 2400-TAKE-TERM-TRAIL
035600     PERFORM 2500-TAKE-HOLD-TRAIL
035700     PERFORM 2600-TAKE-PART-TRAIL
035800     PERFORM 2700-TAKE-CAL-TRAIL
035900     PERFORM 2800-TAKE-PREF-TRAIL
036000     PERFORM 2900-TAKE-LINK-TRAIL
036100     PERFORM 3000-TAKE-SI-TRAIL
036200     PERFORM 3100-TAKE-PRM-LOG
036300     PERFORM 3200-TAKE-OPR-TRAIL
036400     PERFORM 3300-TAKE-ADJ-JOURNAL
036500     PERFORM 3400-TAKE-BG-TRAIL
036600     PERFORM 3500-TAKE-APPR-REGISTER
036700     PERFORM 3600-TAKE-DSP-TRAIL
036800     PERFORM 3700-TAKE-MSG-TRAIL
036850     PERFORM 3800-TAKE-LGL-TRAIL
036855     PERFORM 3900-TAKE-CAT-TRAIL
036860     PERFORM 3920-TAKE-ARR-TRAIL
036865     PERFORM 3940-TAKE-OFR-TRAIL
036870     PERFORM 3960-TAKE-CRL-TRAIL
036875     PERFORM 3980-TAKE-CONS-TRAIL
036900     IF WS-STORED-COUNT > ZERO
037000         PERFORM 5000-WRITE-CATALOG-ENTRY
037100     END-IF
037200     DISPLAY 'AUDNORM - BUSINESS DATE:    ' WS-BUSINESS-DATE
037300     DISPLAY 'AUDNORM - TRAIL RECORDS:    ' WS-TRAIL-COUNT
037400     DISPLAY 'AUDNORM - ENTRIES STORED:   ' WS-STORED-COUNT
037500     DISPLAY 'AUDNORM - AFTER HOURS:      ' WS-AFTER-HOURS-COUNT
037600     DISPLAY 'AUDNORM - MAKER IS CHECKER: ' WS-CONFLICT-COUNT
037700     PERFORM 9999-EXIT.
037800*
037900 1000-INITIALIZE.
038000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
038100     MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
038200     OPEN INPUT NORM-PARM-FILE
038300     READ NORM-PARM-FILE
038400         AT END
038500             CONTINUE
038600         NOT AT END
038700             IF NP-BUSINESS-DATE NOT = ZERO
038800                 MOVE NP-BUSINESS-DATE TO WS-BUSINESS-DATE
038900             END-IF
039000     END-READ
039100     CLOSE NORM-PARM-FILE
039200     MOVE 'DAY-START-TIME' TO WS-PRM-NAME
039300     PERFORM 1100-GET-PARAMETER
039400     IF WS-PRM-FOUND
039500         MOVE WS-PRM-NUMERIC-VALUE TO WS-DAY-START-TIME
039600     END-IF
039700     MOVE 'DAY-END-TIME' TO WS-PRM-NAME
039800     PERFORM 1100-GET-PARAMETER
039900     IF WS-PRM-FOUND
040000         MOVE WS-PRM-NUMERIC-VALUE TO WS-DAY-END-TIME
040100     END-IF
040200     MOVE 'ARCHIVE-VOLUME' TO WS-PRM-NAME
040300     PERFORM 1100-GET-PARAMETER
040400     IF WS-PRM-FOUND AND WS-PRM-TEXT-VALUE NOT = SPACES
040500         MOVE WS-PRM-TEXT-VALUE TO WS-ARCHIVE-VOLUME
040600     END-IF
040700     MOVE 'RETENTION-YEARS' TO WS-PRM-NAME
040800     PERFORM 1100-GET-PARAMETER
040900     IF WS-PRM-FOUND AND WS-PRM-NUMERIC-VALUE > ZERO
041000         MOVE WS-PRM-NUMERIC-VALUE TO WS-RETENTION-YEARS
041100     END-IF
041200     PERFORM 1200-CHECK-BUSINESS-DAY
041300     OPEN EXTEND AUDIT-STORE-FILE.
041400*
041500 1100-GET-PARAMETER.
041600     CALL 'PRMGET' USING WS-PRM-PROGRAM WS-PRM-NAME
041700         WS-BUSINESS-DATE WS-PRM-NUMERIC-VALUE
041800         WS-PRM-TEXT-VALUE WS-PRM-STATUS.
041900*
042000*    EVERYTHING APPLIED ON A DAY THE CALENDAR SAYS IS NOT A
042100*    BUSINESS DAY IS OUT OF HOURS.  WITH NO CALENDAR ENTRY THE
042200*    DAY IS TAKEN AS A BUSINESS DAY.
042300*
042400 1200-CHECK-BUSINESS-DAY.
042500     CALL 'CALDATE' USING WS-CAL-FUNCTION WS-CAL-REGION
042600         WS-BUSINESS-DATE WS-CAL-DATE-2 WS-CAL-RESULT-DATE
042700         WS-CAL-RESULT-DAYS WS-CAL-STATUS
042800     IF WS-CAL-STATUS = 'N'
042900         MOVE 'N' TO WS-BUSINESS-DAY-SWITCH
043000     END-IF.
043100*
043200******************************************************************
043300*    ONE PASS OVER EACH TRAIL.  ONLY ENTRIES DATED THE BUSINESS  *
043400*    DATE ARE TAKEN, SO A CUMULATIVE LOG AND A RUN'S OWN TRAIL   *
043500*    ARE TREATED ALIKE.                                          *
043600******************************************************************
043700*
043800 2100-TAKE-TIER-TRAIL.
043900     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
044000     OPEN INPUT TIER-AUDIT-FILE
044100     PERFORM 2110-READ-TIER-TRAIL
044200     PERFORM 2120-STORE-TIER-ENTRY
044300         UNTIL WS-TRAIL-EOF
044400     CLOSE TIER-AUDIT-FILE.
044500*
044600 2110-READ-TIER-TRAIL.
044700     READ TIER-AUDIT-FILE
044800         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
044900     END-READ.
045000*
045100 2120-STORE-TIER-ENTRY.
045200     ADD 1 TO WS-TRAIL-COUNT
045300     IF TR-RUN-DATE = WS-BUSINESS-DATE
045400         MOVE SPACES           TO AUDIT-STORE-RECORD
045500         MOVE TR-RUN-DATE      TO AS-DATE
045600         MOVE TR-RUN-TIME      TO AS-TIME
045700         MOVE 'TIERMNT'        TO AS-PROGRAM
045800         MOVE TR-OPER-ID       TO AS-OPER-ID
045900         MOVE 'TIERMAST'       TO AS-MASTER-FILE
046000         MOVE TR-KEY           TO AS-KEY
046100         MOVE TR-ACTION-CODE   TO AS-ACTION
046200         MOVE TR-DISPOSITION   TO AS-DISPOSITION
046300         MOVE TR-OLD-TIER-CODE TO AS-BEFORE-IMAGE
046400         MOVE TR-NEW-TIER-CODE TO AS-AFTER-IMAGE
046500         PERFORM 4000-WRITE-STORE-RECORD
046600     END-IF
046700     PERFORM 2110-READ-TIER-TRAIL.
046800*
046900 2200-TAKE-STORE-TRAIL.
047000     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
047100     OPEN INPUT STORE-AUDIT-FILE
047200     PERFORM 2210-READ-STORE-TRAIL
047300     PERFORM 2220-STORE-STORE-ENTRY
047400         UNTIL WS-TRAIL-EOF
047500     CLOSE STORE-AUDIT-FILE.
047600*
047700 2210-READ-STORE-TRAIL.
047800     READ STORE-AUDIT-FILE
047900         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
048000     END-READ.
048100*
048200 2220-STORE-STORE-ENTRY.
048300     ADD 1 TO WS-TRAIL-COUNT
048400     IF SR-RUN-DATE = WS-BUSINESS-DATE
048500         MOVE SPACES           TO AUDIT-STORE-RECORD
048600         MOVE SR-RUN-DATE      TO AS-DATE
048700         MOVE SR-RUN-TIME      TO AS-TIME
048800         MOVE 'STORMNT'        TO AS-PROGRAM
048900         MOVE SR-OPER-ID       TO AS-OPER-ID
049000         MOVE 'STORMAST'       TO AS-MASTER-FILE
049100         MOVE SR-KEY           TO AS-KEY
049200         MOVE SR-ACTION-CODE   TO AS-ACTION
049300         MOVE SR-DISPOSITION   TO AS-DISPOSITION
049400         PERFORM 4000-WRITE-STORE-RECORD
049500     END-IF
049600     PERFORM 2210-READ-STORE-TRAIL.
049700*
049800 2300-TAKE-KEY-TRAIL.
049900     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
050000     OPEN INPUT KEY-AUDIT-FILE
050100     PERFORM 2310-READ-KEY-TRAIL
050200     PERFORM 2320-STORE-KEY-ENTRY
050300         UNTIL WS-TRAIL-EOF
050400     CLOSE KEY-AUDIT-FILE.
050500*
050600 2310-READ-KEY-TRAIL.
050700     READ KEY-AUDIT-FILE
050800         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
050900     END-READ.
051000*
051100 2320-STORE-KEY-ENTRY.
051200     ADD 1 TO WS-TRAIL-COUNT
051300     IF KY-RUN-DATE = WS-BUSINESS-DATE
051400         MOVE SPACES           TO AUDIT-STORE-RECORD
051500         MOVE KY-RUN-DATE      TO AS-DATE
051600         MOVE KY-RUN-TIME      TO AS-TIME
051700         MOVE 'KEYMNT'         TO AS-PROGRAM
051800         MOVE KY-OPER-ID       TO AS-OPER-ID
051900         MOVE 'KEYMAST'        TO AS-MASTER-FILE
052000         MOVE KY-KEY           TO AS-KEY
052100         MOVE KY-ACTION-CODE   TO AS-ACTION
052200         MOVE KY-DISPOSITION   TO AS-DISPOSITION
052300         PERFORM 4000-WRITE-STORE-RECORD
052400     END-IF
052500     PERFORM 2310-READ-KEY-TRAIL.
052600*
052700 2400-TAKE-TERM-TRAIL.
052800     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
052900     OPEN INPUT TERM-AUDIT-FILE
053000     PERFORM 2410-READ-TERM-TRAIL
053100     PERFORM 2420-STORE-TERM-ENTRY
053200         UNTIL WS-TRAIL-EOF
053300     CLOSE TERM-AUDIT-FILE.
053400*
053500 2410-READ-TERM-TRAIL.
053600     READ TERM-AUDIT-FILE
053700         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
053800     END-READ.
053900*
054000 2420-STORE-TERM-ENTRY.
054100     ADD 1 TO WS-TRAIL-COUNT
054200     IF TM-RUN-DATE = WS-BUSINESS-DATE
054300         MOVE SPACES           TO AUDIT-STORE-RECORD
054400         MOVE TM-RUN-DATE      TO AS-DATE
054500         MOVE TM-RUN-TIME      TO AS-TIME
054600         MOVE 'TERMMNT'        TO AS-PROGRAM
054700         MOVE TM-OPER-ID       TO AS-OPER-ID
054800         MOVE 'TERMMAST'       TO AS-MASTER-FILE
054900         MOVE TM-KEY           TO AS-KEY
055000         MOVE TM-ACTION-CODE   TO AS-ACTION
055100         MOVE TM-DISPOSITION   TO AS-DISPOSITION
055200         PERFORM 4000-WRITE-STORE-RECORD
055300     END-IF
055400     PERFORM 2410-READ-TERM-TRAIL.
055500*
055600 2500-TAKE-HOLD-TRAIL.
055700     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
055800     OPEN INPUT HOLD-AUDIT-FILE
055900     PERFORM 2510-READ-HOLD-TRAIL
056000     PERFORM 2520-STORE-HOLD-ENTRY
056100         UNTIL WS-TRAIL-EOF
056200     CLOSE HOLD-AUDIT-FILE.
056300*
056400 2510-READ-HOLD-TRAIL.
056500     READ HOLD-AUDIT-FILE
056600         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
056700     END-READ.
056800*
056900 2520-STORE-HOLD-ENTRY.
057000     ADD 1 TO WS-TRAIL-COUNT
057100     IF HD-RUN-DATE = WS-BUSINESS-DATE
057200         MOVE SPACES           TO AUDIT-STORE-RECORD
057300         MOVE HD-RUN-DATE      TO AS-DATE
057400         MOVE HD-RUN-TIME      TO AS-TIME
057500         MOVE 'HOLDMNT'        TO AS-PROGRAM
057600         MOVE HD-OPER-ID       TO AS-OPER-ID
057700         MOVE 'HOLDMAST'       TO AS-MASTER-FILE
057800         MOVE HD-KEY           TO AS-KEY
057900         MOVE HD-ACTION-CODE   TO AS-ACTION
058000         MOVE HD-DISPOSITION   TO AS-DISPOSITION
058100         MOVE HD-REASON-CODE   TO AS-AFTER-IMAGE
058200         PERFORM 4000-WRITE-STORE-RECORD
058300     END-IF
058400     PERFORM 2510-READ-HOLD-TRAIL.
058500*
058600 2600-TAKE-PART-TRAIL.
058700     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
058800     OPEN INPUT PART-AUDIT-FILE
058900     PERFORM 2610-READ-PART-TRAIL
059000     PERFORM 2620-STORE-PART-ENTRY
059100         UNTIL WS-TRAIL-EOF
059200     CLOSE PART-AUDIT-FILE.
059300*
059400 2610-READ-PART-TRAIL.
059500     READ PART-AUDIT-FILE
059600         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
059700     END-READ.
059800*
059900 2620-STORE-PART-ENTRY.
060000     ADD 1 TO WS-TRAIL-COUNT
060100     IF PT-RUN-DATE = WS-BUSINESS-DATE
060200         MOVE SPACES           TO AUDIT-STORE-RECORD
060300         MOVE PT-RUN-DATE      TO AS-DATE
060400         MOVE PT-RUN-TIME      TO AS-TIME
060500         MOVE 'PARTMNT'        TO AS-PROGRAM
060600         MOVE PT-OPER-ID       TO AS-OPER-ID
060700         MOVE 'PARTMAST'       TO AS-MASTER-FILE
060800         MOVE PT-KEY           TO AS-KEY
060900         MOVE PT-ACTION-CODE   TO AS-ACTION
061000         MOVE PT-DISPOSITION   TO AS-DISPOSITION
061100         PERFORM 4000-WRITE-STORE-RECORD
061200     END-IF
061300     PERFORM 2610-READ-PART-TRAIL.
061400*
061500 2700-TAKE-CAL-TRAIL.
061600     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
061700     OPEN INPUT CAL-AUDIT-FILE
061800     PERFORM 2710-READ-CAL-TRAIL
061900     PERFORM 2720-STORE-CAL-ENTRY
062000         UNTIL WS-TRAIL-EOF
062100     CLOSE CAL-AUDIT-FILE.
062200*
062300 2710-READ-CAL-TRAIL.
062400     READ CAL-AUDIT-FILE
062500         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
062600     END-READ.
062700*
062800 2720-STORE-CAL-ENTRY.
062900     ADD 1 TO WS-TRAIL-COUNT
063000     IF CL-RUN-DATE = WS-BUSINESS-DATE
063100         MOVE SPACES           TO AUDIT-STORE-RECORD
063200         MOVE CL-RUN-DATE      TO AS-DATE
063300         MOVE CL-RUN-TIME      TO AS-TIME
063400         MOVE 'CALMNT'         TO AS-PROGRAM
063500         MOVE CL-OPER-ID       TO AS-OPER-ID
063600         MOVE 'CALMAST'        TO AS-MASTER-FILE
063700         MOVE CL-KEY           TO AS-KEY
063800         MOVE CL-ACTION-CODE   TO AS-ACTION
063900         MOVE CL-DISPOSITION   TO AS-DISPOSITION
064000         PERFORM 4000-WRITE-STORE-RECORD
064100     END-IF
064200     PERFORM 2710-READ-CAL-TRAIL.
064300*
064400 2800-TAKE-PREF-TRAIL.
064500     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
064600     OPEN INPUT PREF-AUDIT-FILE
064700     PERFORM 2810-READ-PREF-TRAIL
064800     PERFORM 2820-STORE-PREF-ENTRY
064900         UNTIL WS-TRAIL-EOF
065000     CLOSE PREF-AUDIT-FILE.
065100*
065200 2810-READ-PREF-TRAIL.
065300     READ PREF-AUDIT-FILE
065400         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
065500     END-READ.
065600*
065700 2820-STORE-PREF-ENTRY.
065800     ADD 1 TO WS-TRAIL-COUNT
065900     IF DV-RUN-DATE = WS-BUSINESS-DATE
066000         MOVE SPACES           TO AUDIT-STORE-RECORD
066100         MOVE DV-RUN-DATE      TO AS-DATE
066200         MOVE DV-RUN-TIME      TO AS-TIME
066300         MOVE 'DLVMNT'         TO AS-PROGRAM
066400         MOVE DV-OPER-ID       TO AS-OPER-ID
066500         MOVE 'DLVPREF'        TO AS-MASTER-FILE
066600         MOVE DV-KEY           TO AS-KEY
066700         MOVE DV-ACTION-CODE   TO AS-ACTION
066800         MOVE DV-DISPOSITION   TO AS-DISPOSITION
066900         PERFORM 4000-WRITE-STORE-RECORD
067000     END-IF
067100     PERFORM 2810-READ-PREF-TRAIL.
067200*
067300 2900-TAKE-LINK-TRAIL.
067400     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
067500     OPEN INPUT LINK-AUDIT-FILE
067600     PERFORM 2910-READ-LINK-TRAIL
067700     PERFORM 2920-STORE-LINK-ENTRY
067800         UNTIL WS-TRAIL-EOF
067900     CLOSE LINK-AUDIT-FILE.
068000*
068100 2910-READ-LINK-TRAIL.
068200     READ LINK-AUDIT-FILE
068300         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
068400     END-READ.
068500*
068600 2920-STORE-LINK-ENTRY.
068700     ADD 1 TO WS-TRAIL-COUNT
068800     IF HH-RUN-DATE = WS-BUSINESS-DATE
068900         MOVE SPACES              TO AUDIT-STORE-RECORD
069000         MOVE HH-RUN-DATE         TO AS-DATE
069100         MOVE HH-RUN-TIME         TO AS-TIME
069200         MOVE 'HSHMNT'            TO AS-PROGRAM
069300         MOVE HH-OPER-ID          TO AS-OPER-ID
069400         MOVE 'HSHMAST'           TO AS-MASTER-FILE
069500         MOVE HH-KEY              TO AS-KEY
069600         MOVE HH-ACTION-CODE      TO AS-ACTION
069700         MOVE HH-DISPOSITION      TO AS-DISPOSITION
069800         MOVE HH-OLD-HOUSEHOLD-ID TO AS-BEFORE-IMAGE
069900         MOVE HH-NEW-HOUSEHOLD-ID TO AS-AFTER-IMAGE
070000         PERFORM 4000-WRITE-STORE-RECORD
070100     END-IF
070200     PERFORM 2910-READ-LINK-TRAIL.
070300*
070400 3000-TAKE-SI-TRAIL.
070500     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
070600     OPEN INPUT SI-AUDIT-FILE
070700     PERFORM 3010-READ-SI-TRAIL
070800     PERFORM 3020-STORE-SI-ENTRY
070900         UNTIL WS-TRAIL-EOF
071000     CLOSE SI-AUDIT-FILE.
071100*
071200 3010-READ-SI-TRAIL.
071300     READ SI-AUDIT-FILE
071400         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
071500     END-READ.
071600*
071700 3020-STORE-SI-ENTRY.
071800     ADD 1 TO WS-TRAIL-COUNT
071900     IF SI-RUN-DATE = WS-BUSINESS-DATE
072000         MOVE SPACES           TO AUDIT-STORE-RECORD
072100         MOVE SI-RUN-DATE      TO AS-DATE
072200         MOVE SI-RUN-TIME      TO AS-TIME
072300         MOVE 'SIMNT'          TO AS-PROGRAM
072400         MOVE SI-OPER-ID       TO AS-OPER-ID
072500         MOVE 'SIMAST'         TO AS-MASTER-FILE
072600         MOVE SI-KEY           TO AS-KEY
072700         MOVE SI-ACTION-CODE   TO AS-ACTION
072800         MOVE SI-DISPOSITION   TO AS-DISPOSITION
072900         PERFORM 4000-WRITE-STORE-RECORD
073000     END-IF
073100     PERFORM 3010-READ-SI-TRAIL.
073200*
073300*    THE PARAMETER LOG IS PERMANENT; THE MAKER IS THE OPERATOR
073400*    AND THE CHECKER APPROVED THE CHANGE.
073500*
073600 3100-TAKE-PRM-LOG.
073700     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
073800     OPEN INPUT PRM-LOG-FILE
073900     PERFORM 3110-READ-PRM-LOG
074000     PERFORM 3120-STORE-PRM-ENTRY
074100         UNTIL WS-TRAIL-EOF
074200     CLOSE PRM-LOG-FILE.
074300*
074400 3110-READ-PRM-LOG.
074500     READ PRM-LOG-FILE
074600         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
074700     END-READ.
074800*
074900 3120-STORE-PRM-ENTRY.
075000     ADD 1 TO WS-TRAIL-COUNT
075100     IF PL-APPLIED-DATE = WS-BUSINESS-DATE
075200         MOVE PL-CHANGE-IMAGE      TO PARAMETER-CHANGE-RECORD
075300         MOVE SPACES               TO AUDIT-STORE-RECORD
075400         MOVE PL-APPLIED-DATE      TO AS-DATE
075500         MOVE PL-APPLIED-TIME      TO AS-TIME
075600         MOVE 'PRMMNT'             TO AS-PROGRAM
075700         MOVE PC-MAKER-OPER        TO AS-OPER-ID
075800         MOVE PC-CHECKER-OPER      TO AS-CHECKER-ID
075900         MOVE 'PRMMAST'            TO AS-MASTER-FILE
076000         MOVE PC-KEY               TO AS-KEY
076100         MOVE PC-ACTION-CODE       TO AS-ACTION
076200         MOVE PL-DISPOSITION       TO AS-DISPOSITION
076300         MOVE PL-OLD-NUMERIC-VALUE TO WI-NUMERIC-VALUE
076400         MOVE PL-OLD-TEXT-VALUE    TO WI-TEXT-VALUE
076500         MOVE WS-VALUE-IMAGE       TO AS-BEFORE-IMAGE
076600         IF NOT PC-DELETE
076700             MOVE PC-NUMERIC-VALUE TO WI-NUMERIC-VALUE
076800             MOVE PC-TEXT-VALUE    TO WI-TEXT-VALUE
076900             MOVE WS-VALUE-IMAGE   TO AS-AFTER-IMAGE
077000         END-IF
077100         PERFORM 4000-WRITE-STORE-RECORD
077200     END-IF
077300     PERFORM 3110-READ-PRM-LOG.
077400*
077500 3200-TAKE-OPR-TRAIL.
077600     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
077700     OPEN INPUT OPR-AUDIT-FILE
077800     PERFORM 3210-READ-OPR-TRAIL
077900     PERFORM 3220-STORE-OPR-ENTRY
078000         UNTIL WS-TRAIL-EOF
078100     CLOSE OPR-AUDIT-FILE.
078200*
078300 3210-READ-OPR-TRAIL.
078400     READ OPR-AUDIT-FILE
078500         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
078600     END-READ.
078700*
078800 3220-STORE-OPR-ENTRY.
078900     ADD 1 TO WS-TRAIL-COUNT
079000     IF OP-RUN-DATE = WS-BUSINESS-DATE
079100         MOVE SPACES             TO AUDIT-STORE-RECORD
079200         MOVE OP-RUN-DATE        TO AS-DATE
079300         MOVE OP-RUN-TIME        TO AS-TIME
079400         MOVE 'OPRMNT'           TO AS-PROGRAM
079500         MOVE OP-SUBMIT-OPER     TO AS-OPER-ID
079600         MOVE 'OPRAUTH'          TO AS-MASTER-FILE
079700         MOVE OP-KEY             TO AS-KEY
079800         MOVE OP-ACTION-CODE     TO AS-ACTION
079900         MOVE OP-DISPOSITION     TO AS-DISPOSITION
080000         MOVE OP-OLD-ACTIONS     TO WI-ACTIONS
080100         MOVE OP-OLD-EXPIRY-DATE TO WI-EXPIRY-DATE
080200         MOVE WS-AUTHORITY-IMAGE TO AS-BEFORE-IMAGE
080300         MOVE OP-NEW-ACTIONS     TO WI-ACTIONS
080400         MOVE OP-NEW-EXPIRY-DATE TO WI-EXPIRY-DATE
080500         MOVE WS-AUTHORITY-IMAGE TO AS-AFTER-IMAGE
080600         PERFORM 4000-WRITE-STORE-RECORD
080700     END-IF
080800     PERFORM 3210-READ-OPR-TRAIL.
080900*
081000 3300-TAKE-ADJ-JOURNAL.
081100     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
081200     OPEN INPUT ADJ-JRNL-FILE
081300     PERFORM 3310-READ-ADJ-JOURNAL
081400     PERFORM 3320-STORE-ADJ-ENTRY
081500         UNTIL WS-TRAIL-EOF
081600     CLOSE ADJ-JRNL-FILE.
081700*
081800 3310-READ-ADJ-JOURNAL.
081900     READ ADJ-JRNL-FILE
082000         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
082100     END-READ.
082200*
082300 3320-STORE-ADJ-ENTRY.
082400     ADD 1 TO WS-TRAIL-COUNT
082500     IF AJ-RUN-DATE = WS-BUSINESS-DATE
082600         MOVE SPACES           TO AUDIT-STORE-RECORD
082700         MOVE AJ-RUN-DATE      TO AS-DATE
082800         MOVE AJ-RUN-TIME      TO AS-TIME
082900         MOVE 'ADJPOST'        TO AS-PROGRAM
083000         MOVE AJ-REQUEST-OPER  TO AS-OPER-ID
083100         MOVE AJ-APPROVE-OPER  TO AS-CHECKER-ID
083200         MOVE 'PTSBAL'         TO AS-MASTER-FILE
083300         MOVE AJ-KEY           TO AS-KEY
083400         MOVE 'P'              TO AS-ACTION
083500         MOVE AJ-DISPOSITION   TO AS-DISPOSITION
083600         MOVE AJ-POINTS        TO WI-POINTS
083700         MOVE AJ-REASON-CODE   TO WI-POINTS-REASON
083800         MOVE WS-POINTS-IMAGE  TO AS-AFTER-IMAGE
083900         PERFORM 4000-WRITE-STORE-RECORD
084000     END-IF
084100     PERFORM 3310-READ-ADJ-JOURNAL.
084200*
084300 3400-TAKE-BG-TRAIL.
084400     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
084500     OPEN INPUT BG-AUDIT-FILE
084600     PERFORM 3410-READ-BG-TRAIL
084700     PERFORM 3420-STORE-BG-ENTRY
084800         UNTIL WS-TRAIL-EOF
084900     CLOSE BG-AUDIT-FILE.
085000*
085100 3410-READ-BG-TRAIL.
085200     READ BG-AUDIT-FILE
085300         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
085400     END-READ.
085500*
085600 3420-STORE-BG-ENTRY.
085700     ADD 1 TO WS-TRAIL-COUNT
085800     IF BG-RUN-DATE = WS-BUSINESS-DATE
085900         MOVE SPACES           TO AUDIT-STORE-RECORD
086000         MOVE BG-RUN-DATE      TO AS-DATE
086100         MOVE BG-RUN-TIME      TO AS-TIME
086200         MOVE 'BRKGLASS'       TO AS-PROGRAM
086300         MOVE BG-REQUEST-OPER  TO AS-OPER-ID
086400         MOVE BG-APPROVE-OPER  TO AS-CHECKER-ID
086500         MOVE 'DTAR119'        TO AS-MASTER-FILE
086600         MOVE BG-KEY           TO AS-KEY
086700         MOVE 'U'              TO AS-ACTION
086800         MOVE BG-DISPOSITION   TO AS-DISPOSITION
086900         MOVE BG-CARD-MASKED   TO WI-CARD-MASKED
087000         MOVE BG-REASON-CODE   TO WI-CARD-REASON
087100         MOVE WS-CARD-IMAGE    TO AS-AFTER-IMAGE
087200         PERFORM 4000-WRITE-STORE-RECORD
087300     END-IF
087400     PERFORM 3410-READ-BG-TRAIL.
087500*
087600*    THE STATEMENT APPROVAL REGISTER HOLDS SIGN-OFFS ONLY.
087700*
087800 3500-TAKE-APPR-REGISTER.
087900     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
088000     OPEN INPUT APPR-REG-FILE
088100     PERFORM 3510-READ-APPR-REGISTER
088200     PERFORM 3520-STORE-APPR-ENTRY
088300         UNTIL WS-TRAIL-EOF
088400     CLOSE APPR-REG-FILE.
088500*
088600 3510-READ-APPR-REGISTER.
088700     READ APPR-REG-FILE
088800         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
088900     END-READ.
089000*
089100 3520-STORE-APPR-ENTRY.
089200     ADD 1 TO WS-TRAIL-COUNT
089300     IF AR-RECORDED-DATE = WS-BUSINESS-DATE
089400         MOVE SPACES           TO AUDIT-STORE-RECORD
089500         MOVE AR-RECORDED-DATE TO AS-DATE
089600         MOVE AR-RECORDED-TIME TO AS-TIME
089700         MOVE 'STMTAPPR'       TO AS-PROGRAM
089800         MOVE AR-APPROVE-OPER  TO AS-OPER-ID
089900         MOVE 'STMTAPRG'       TO AS-MASTER-FILE
090000         MOVE AR-KEY           TO AS-KEY
090100         MOVE 'S'              TO AS-ACTION
090200         MOVE 'APPROVED'       TO AS-DISPOSITION
090300         PERFORM 4000-WRITE-STORE-RECORD
090400     END-IF
090500     PERFORM 3510-READ-APPR-REGISTER.
090600*
090700 3600-TAKE-DSP-TRAIL.
090800     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
090900     OPEN INPUT DSP-AUDIT-FILE
091000     PERFORM 3610-READ-DSP-TRAIL
091100     PERFORM 3620-STORE-DSP-ENTRY
091200         UNTIL WS-TRAIL-EOF
091300     CLOSE DSP-AUDIT-FILE.
091400*
091500 3610-READ-DSP-TRAIL.
091600     READ DSP-AUDIT-FILE
091700         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
091800     END-READ.
091900*
092000 3620-STORE-DSP-ENTRY.
092100     ADD 1 TO WS-TRAIL-COUNT
092200     IF DP-RUN-DATE = WS-BUSINESS-DATE
092300         MOVE SPACES           TO AUDIT-STORE-RECORD
092400         MOVE DP-RUN-DATE      TO AS-DATE
092500         MOVE DP-RUN-TIME      TO AS-TIME
092600         MOVE 'DSPLOAD'        TO AS-PROGRAM
092700         MOVE 'DSPMAST'        TO AS-MASTER-FILE
092800         MOVE DP-KEY           TO AS-KEY
092900         MOVE DP-ACTION-CODE   TO AS-ACTION
093000         MOVE DP-DISPOSITION   TO AS-DISPOSITION
093100         PERFORM 4000-WRITE-STORE-RECORD
093200     END-IF
093300     PERFORM 3610-READ-DSP-TRAIL.
093400*
093500 3700-TAKE-MSG-TRAIL.
093600     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
093700     OPEN INPUT MSG-AUDIT-FILE
093800     PERFORM 3710-READ-MSG-TRAIL
093900     PERFORM 3720-STORE-MSG-ENTRY
094000         UNTIL WS-TRAIL-EOF
094100     CLOSE MSG-AUDIT-FILE.
094200*
094300 3710-READ-MSG-TRAIL.
094400     READ MSG-AUDIT-FILE
094500         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
094600     END-READ.
094700*
094800 3720-STORE-MSG-ENTRY.
094900     ADD 1 TO WS-TRAIL-COUNT
095000     IF MG-RUN-DATE = WS-BUSINESS-DATE
095100         MOVE SPACES           TO AUDIT-STORE-RECORD
095200         MOVE MG-RUN-DATE      TO AS-DATE
095300         MOVE MG-RUN-TIME      TO AS-TIME
095400         MOVE 'MSGTBLLD'       TO AS-PROGRAM
095500         MOVE 'CT750TBM'       TO AS-MASTER-FILE
095600         MOVE MG-KEY           TO AS-KEY
095700         MOVE 'L'              TO AS-ACTION
095800         MOVE MG-DISPOSITION   TO AS-DISPOSITION
095900         PERFORM 4000-WRITE-STORE-RECORD
096000     END-IF
096100     PERFORM 3710-READ-MSG-TRAIL.
096200*
096202 3800-TAKE-LGL-TRAIL.
096204     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
096206     OPEN INPUT LGL-AUDIT-FILE
096208     PERFORM 3810-READ-LGL-TRAIL
096210     PERFORM 3820-STORE-LGL-ENTRY
096212         UNTIL WS-TRAIL-EOF
096214     CLOSE LGL-AUDIT-FILE.
096216*
096218 3810-READ-LGL-TRAIL.
096220     READ LGL-AUDIT-FILE
096222         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
096224     END-READ.
096226*
096228*    THE HOLD'S KEY RANGE IS THE AFTER IMAGE OF A PLACEMENT AND
096230*    THE BEFORE IMAGE OF A RELEASE.
096232*
096234 3820-STORE-LGL-ENTRY.
096236     ADD 1 TO WS-TRAIL-COUNT
096238     IF LG-RUN-DATE = WS-BUSINESS-DATE
096240         MOVE SPACES           TO AUDIT-STORE-RECORD
096242         MOVE LG-RUN-DATE      TO AS-DATE
096244         MOVE LG-RUN-TIME      TO AS-TIME
096246         MOVE 'LGLHMNT'        TO AS-PROGRAM
096248         MOVE LG-OPER-ID       TO AS-OPER-ID
096250         MOVE 'LGLHOLD'        TO AS-MASTER-FILE
096252         MOVE LG-KEY           TO AS-KEY
096254         MOVE LG-ACTION-CODE   TO AS-ACTION
096256         MOVE LG-DISPOSITION   TO AS-DISPOSITION
096258         IF LG-ACTION-CODE = 'R'
096260             MOVE LG-KEY-RANGE TO AS-BEFORE-IMAGE
096262         ELSE
096264             MOVE LG-KEY-RANGE TO AS-AFTER-IMAGE
096266         END-IF
096268         PERFORM 4000-WRITE-STORE-RECORD
096270     END-IF
096272     PERFORM 3810-READ-LGL-TRAIL.
096274*
096284*    THE CATALOGUE TRAIL'S CALENDAR DATE IS ZERO ON ENTRIES
096294*    WRITTEN BEFORE IT WAS CARRIED, SO THOSE ARE NEVER TAKEN.
096304*
096314 3900-TAKE-CAT-TRAIL.
096324     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
096334     OPEN INPUT CAT-AUDIT-FILE
096344     PERFORM 3905-READ-CAT-TRAIL
096354     PERFORM 3910-STORE-CAT-ENTRY
096364         UNTIL WS-TRAIL-EOF
096374     CLOSE CAT-AUDIT-FILE.
096384*
096394 3905-READ-CAT-TRAIL.
096404     READ CAT-AUDIT-FILE
096414         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
096424     END-READ.
096434*
096444 3910-STORE-CAT-ENTRY.
096454     ADD 1 TO WS-TRAIL-COUNT
096464     IF CC-RUN-DATE = WS-BUSINESS-DATE
096474         MOVE SPACES           TO AUDIT-STORE-RECORD
096484         MOVE CC-RUN-DATE      TO AS-DATE
096494         MOVE CC-RUN-TIME      TO AS-TIME
096504         MOVE 'CATMNT'         TO AS-PROGRAM
096514         MOVE CC-OPER-ID       TO AS-OPER-ID
096524         MOVE 'CATMAST'        TO AS-MASTER-FILE
096534         MOVE CC-KEY           TO AS-KEY
096544         MOVE CC-ACTION-CODE   TO AS-ACTION
096554         MOVE CC-DISPOSITION   TO AS-DISPOSITION
096564         MOVE CC-OLD-STOCK     TO WI-STOCK
096574         MOVE CC-OLD-PRICE     TO WI-PRICE
096584         MOVE WS-CATALOGUE-IMAGE TO AS-BEFORE-IMAGE
096594         MOVE CC-NEW-STOCK     TO WI-STOCK
096604         MOVE CC-NEW-PRICE     TO WI-PRICE
096614         MOVE WS-CATALOGUE-IMAGE TO AS-AFTER-IMAGE
096624         PERFORM 4000-WRITE-STORE-RECORD
096634     END-IF
096644     PERFORM 3905-READ-CAT-TRAIL.
096654*
096664*    AN ARRANGEMENT'S OLD STATUS IS ITS BEFORE IMAGE; THE TERMS
096674*    AS KEYED ARE ITS AFTER IMAGE.
096684*
096694 3920-TAKE-ARR-TRAIL.
096704     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
096714     OPEN INPUT ARR-AUDIT-FILE
096724     PERFORM 3925-READ-ARR-TRAIL
096734     PERFORM 3930-STORE-ARR-ENTRY
096744         UNTIL WS-TRAIL-EOF
096754     CLOSE ARR-AUDIT-FILE.
096764*
096774 3925-READ-ARR-TRAIL.
096784     READ ARR-AUDIT-FILE
096794         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
096804     END-READ.
096814*
096824 3930-STORE-ARR-ENTRY.
096834     ADD 1 TO WS-TRAIL-COUNT
096844     IF RA-RUN-DATE = WS-BUSINESS-DATE
096854         MOVE SPACES           TO AUDIT-STORE-RECORD
096864         MOVE RA-RUN-DATE      TO AS-DATE
096874         MOVE RA-RUN-TIME      TO AS-TIME
096884         MOVE 'ARRMNT'         TO AS-PROGRAM
096894         MOVE RA-OPER-ID       TO AS-OPER-ID
096904         MOVE 'ARRMAST'        TO AS-MASTER-FILE
096914         MOVE RA-KEY           TO AS-KEY
096924         MOVE RA-ACTION-CODE   TO AS-ACTION
096934         MOVE RA-DISPOSITION   TO AS-DISPOSITION
096944         MOVE RA-OLD-STATUS    TO AS-BEFORE-IMAGE
096954         MOVE RA-AGREED-TOTAL  TO WI-AGREED-TOTAL
096964         MOVE RA-INSTALMENT-AMT TO WI-INSTALMENT-AMT
096974         MOVE RA-FREQUENCY     TO WI-FREQUENCY
096984         MOVE RA-NEXT-DUE-DATE TO WI-NEXT-DUE-DATE
096994         MOVE WS-ARRANGEMENT-IMAGE TO AS-AFTER-IMAGE
097004         PERFORM 4000-WRITE-STORE-RECORD
097014     END-IF
097024     PERFORM 3925-READ-ARR-TRAIL.
097034*
097044 3940-TAKE-OFR-TRAIL.
097054     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
097064     OPEN INPUT OFR-AUDIT-FILE
097074     PERFORM 3945-READ-OFR-TRAIL
097084     PERFORM 3950-STORE-OFR-ENTRY
097094         UNTIL WS-TRAIL-EOF
097104     CLOSE OFR-AUDIT-FILE.
097114*
097124 3945-READ-OFR-TRAIL.
097134     READ OFR-AUDIT-FILE
097144         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
097154     END-READ.
097164*
097174 3950-STORE-OFR-ENTRY.
097184     ADD 1 TO WS-TRAIL-COUNT
097194     IF OF-RUN-DATE = WS-BUSINESS-DATE
097204         MOVE SPACES           TO AUDIT-STORE-RECORD
097214         MOVE OF-RUN-DATE      TO AS-DATE
097224         MOVE OF-RUN-TIME      TO AS-TIME
097234         MOVE 'OFRMNT'         TO AS-PROGRAM
097244         MOVE OF-OPER-ID       TO AS-OPER-ID
097254         MOVE 'OFRMAST'        TO AS-MASTER-FILE
097264         MOVE OF-KEY           TO AS-KEY
097274         MOVE OF-ACTION-CODE   TO AS-ACTION
097284         MOVE OF-DISPOSITION   TO AS-DISPOSITION
097294         MOVE OF-OLD-RATE      TO WI-AMOUNT
097304         MOVE WS-AMOUNT-IMAGE  TO AS-BEFORE-IMAGE
097314         MOVE OF-NEW-RATE      TO WI-AMOUNT
097324         MOVE WS-AMOUNT-IMAGE  TO AS-AFTER-IMAGE
097334         PERFORM 4000-WRITE-STORE-RECORD
097344     END-IF
097354     PERFORM 3945-READ-OFR-TRAIL.
097364*
097374 3960-TAKE-CRL-TRAIL.
097384     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
097394     OPEN INPUT CRL-AUDIT-FILE
097404     PERFORM 3965-READ-CRL-TRAIL
097414     PERFORM 3970-STORE-CRL-ENTRY
097424         UNTIL WS-TRAIL-EOF
097434     CLOSE CRL-AUDIT-FILE.
097444*
097454 3965-READ-CRL-TRAIL.
097464     READ CRL-AUDIT-FILE
097474         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
097484     END-READ.
097494*
097504 3970-STORE-CRL-ENTRY.
097514     ADD 1 TO WS-TRAIL-COUNT
097524     IF CR-RUN-DATE = WS-BUSINESS-DATE
097534         MOVE SPACES           TO AUDIT-STORE-RECORD
097544         MOVE CR-RUN-DATE      TO AS-DATE
097554         MOVE CR-RUN-TIME      TO AS-TIME
097564         MOVE 'CRLMNT'         TO AS-PROGRAM
097574         MOVE CR-OPER-ID       TO AS-OPER-ID
097584         MOVE 'CRLIMIT'        TO AS-MASTER-FILE
097594         MOVE CR-KEY           TO AS-KEY
097604         MOVE CR-ACTION-CODE   TO AS-ACTION
097614         MOVE CR-DISPOSITION   TO AS-DISPOSITION
097624         MOVE CR-OLD-LIMIT     TO WI-AMOUNT
097634         MOVE WS-AMOUNT-IMAGE  TO AS-BEFORE-IMAGE
097644         MOVE CR-NEW-LIMIT     TO WI-AMOUNT
097654         MOVE WS-AMOUNT-IMAGE  TO AS-AFTER-IMAGE
097664         PERFORM 4000-WRITE-STORE-RECORD
097674     END-IF
097684     PERFORM 3965-READ-CRL-TRAIL.
097694*
097704 3980-TAKE-CONS-TRAIL.
097714     MOVE 'N' TO WS-TRAIL-EOF-SWITCH
097724     OPEN INPUT CONS-AUDIT-FILE
097734     PERFORM 3985-READ-CONS-TRAIL
097744     PERFORM 3990-STORE-CONS-ENTRY
097754         UNTIL WS-TRAIL-EOF
097764     CLOSE CONS-AUDIT-FILE.
097774*
097784 3985-READ-CONS-TRAIL.
097794     READ CONS-AUDIT-FILE
097804         AT END MOVE 'Y' TO WS-TRAIL-EOF-SWITCH
097814     END-READ.
097824*
097834 3990-STORE-CONS-ENTRY.
097844     ADD 1 TO WS-TRAIL-COUNT
097854     IF CN-RUN-DATE = WS-BUSINESS-DATE
097864         MOVE SPACES           TO AUDIT-STORE-RECORD
097874         MOVE CN-RUN-DATE      TO AS-DATE
097884         MOVE CN-RUN-TIME      TO AS-TIME
097894         MOVE 'CONSMNT'        TO AS-PROGRAM
097904         MOVE CN-OPER-ID       TO AS-OPER-ID
097914         MOVE 'CONSMAST'       TO AS-MASTER-FILE
097924         MOVE CN-KEY           TO AS-KEY
097934         MOVE CN-ACTION-CODE   TO AS-ACTION
097944         MOVE CN-DISPOSITION   TO AS-DISPOSITION
097954         MOVE CN-OLD-FLAGS     TO AS-BEFORE-IMAGE
097964         MOVE CN-NEW-FLAGS     TO AS-AFTER-IMAGE
097974         PERFORM 4000-WRITE-STORE-RECORD
097984     END-IF
097994     PERFORM 3985-READ-CONS-TRAIL.
098004*
098014******************************************************************
098024*    MARK THE ENTRY AND ADD IT TO THE STORE.                     *
098034******************************************************************
098044*
098054 4000-WRITE-STORE-RECORD.
098064     MOVE 'N' TO AS-AFTER-HOURS-FLAG
098074     IF NOT WS-BUSINESS-DAY
098084         OR AS-TIME < WS-DAY-START-TIME
098094         OR AS-TIME > WS-DAY-END-TIME
098104         MOVE 'Y' TO AS-AFTER-HOURS-FLAG
098114         ADD 1 TO WS-AFTER-HOURS-COUNT
098124     END-IF
098134     MOVE 'N' TO AS-CONFLICT-FLAG
098144     IF AS-CHECKER-ID NOT = SPACES
098154         AND AS-CHECKER-ID = AS-OPER-ID
098164         MOVE 'Y' TO AS-CONFLICT-FLAG
098174         ADD 1 TO WS-CONFLICT-COUNT
098184     END-IF
098194     WRITE AUDIT-STORE-RECORD
098204     ADD 1 TO WS-STORED-COUNT.
098214*
098224*    ONE CATALOG UNIT PER BUSINESS DATE, COVERING EVERY TRAIL.
098234*
098244 5000-WRITE-CATALOG-ENTRY.
098254     OPEN OUTPUT CATALOG-ENTRY-FILE
098264     MOVE 'AUDSTORE'         TO EN-SOURCE
098274     MOVE WS-BUSINESS-DATE   TO EN-UNIT-ID
098284     MOVE 'ALL AUDIT TRAILS' TO EN-KEY-LOW
098294     MOVE 'ALL AUDIT TRAILS' TO EN-KEY-HIGH
098304     MOVE WS-BUSINESS-DATE   TO EN-DATE-LOW
098314     MOVE WS-BUSINESS-DATE   TO EN-DATE-HIGH
098324     MOVE WS-ARCHIVE-VOLUME  TO EN-VOLUME
098334     MOVE WS-RUN-DATE        TO EN-ARCHIVED-DATE
098344     MOVE WS-RETENTION-YEARS TO EN-RETENTION-YEARS
098354     WRITE CATALOG-ENTRY-RECORD
098364     CLOSE CATALOG-ENTRY-FILE.
098374*
098384 9999-EXIT.
098394     CLOSE AUDIT-STORE-FILE
098404     STOP RUN.
