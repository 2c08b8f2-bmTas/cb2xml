002430*                   COUNTED AND SKIPPED.  THE COUNT REPORT LETS  *
002500*                   MARKETING RECONCILE INSERTS USED AGAINST     *
002600*                   AUDIENCE SELECTED.                           *
002610*                                                                *
002620*   10/15/26  MO    A QUALIFYING MEMBER GETS AN INSERT ONLY IF   *
002630*                   MAIL CONSENT IS IN FORCE ON THE CONSENT      *
002640*                   MASTER (CONSMAST.CPY).  MEMBERS HELD BACK    *
002650*                   ARE COUNTED PER CAMPAIGN ON THE COUNT REPORT *
002660*                   AND LOGGED TO CONSXLOG WITH THE MEMBERS      *
002670*                   SELECTED.                                    *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT COUNT-REPORT   ASSIGN TO CAMPRPT
004900         ORGANIZATION IS SEQUENTIAL.
004920     SELECT CONSENT-FILE   ASSIGN TO CONSMAST
004940         ORGANIZATION IS SEQUENTIAL.
004960     SELECT OPTIONAL EXCLUSION-LOG-FILE ASSIGN TO CONSXLOG
004980         ORGANIZATION IS SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  CAMP-DEF-FILE.
010100 01  COUNT-REPORT-RECORD.
010200     05  RP-CARRIAGE-CONTROL     PIC X(01).
010300     05  RP-PRINT-LINE           PIC X(132).
010310*
010320 FD  CONSENT-FILE.
010330     COPY "CONSMAST.cpy".
010340*
010350 FD  EXCLUSION-LOG-FILE.
010360     COPY "CONSXLOG.cpy".
010400*
010500 WORKING-STORAGE SECTION.
010600*
011730 01  WS-XREF-FOUND-SW            PIC X(01).
011740     88  WS-XREF-FOUND           VALUE 'Y'.
011750 01  WS-UNMATCHED-CARDS          PIC 9(07) VALUE 0.
011752 01  WS-CONSENT-EOF-SWITCH       PIC X(01) VALUE 'N'.
011754     88  WS-CONSENT-EOF          VALUE 'Y'.
011756 01  WS-MAIL-CONSENT-SW          PIC X(01).
011758     88  WS-MAIL-CONSENT         VALUE 'Y'.
011760 01  WS-CARD-QUALIFIED-SW        PIC X(01).
011762     88  WS-CARD-QUALIFIED       VALUE 'Y'.
011764 01  WS-CARD-SELECTED-SW         PIC X(01).
011766     88  WS-CARD-SELECTED        VALUE 'Y'.
011768 01  WS-MEMBERS-SELECTED         PIC 9(07) VALUE 0.
011770 01  WS-MEMBERS-EXCLUDED         PIC 9(07) VALUE 0.
011800 01  WS-REDEMPTION-CODE          PIC 9(02) VALUE 02.
011900 01  WS-RUN-DATE                 PIC 9(08).
012000*
013900         10  CP-MAX-SPEND        PIC 9(07)V99 COMP-3.
014000         10  CP-INSERT-CODE      PIC X(04).
014100         10  CP-SELECTED-COUNT   PIC 9(07) COMP-3.
014150         10  CP-EXCLUDED-COUNT   PIC 9(07) COMP-3.
014200*
014300 01  TR-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
014400 01  TR-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
015091         10  XT-PARTNER-ID       PIC 9(08).
015092         10  XT-MEMBER-ID        PIC 9(13).
015093*
015095*    CARDS WITH MAIL CONSENT IN FORCE ON THE RUN DATE.
015100*
015105 01  CS-TABLE-MAX                PIC 9(05) COMP VALUE 20000.
015110 01  CS-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
015115 01  CS-TABLE.
015120     05  CS-ENTRY OCCURS 20000 TIMES
015125                  INDEXED BY CS-IDX.
015130         10  CS-CARD-NO          PIC 9(16).
015135*
015140 01  SR-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
015200 01  SR-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
015300 01  SR-TABLE.
015400     05  SR-ENTRY OCCURS 1000 TIMES
017800     05  DT-INSERT-CODE          PIC X(04).
017900     05  FILLER                  PIC X(03) VALUE SPACES.
018000     05  DT-SELECTED-COUNT       PIC ZZZZZZ9.
018010     05  FILLER                  PIC X(03) VALUE SPACES.
018020     05  DT-EXCLUDED-COUNT       PIC ZZZZZZ9.
018030     05  FILLER                  PIC X(02) VALUE SPACES.
018040     05  FILLER                  PIC X(20)
018050         VALUE 'HELD BACK NO CONSENT'.
018100     05  FILLER                  PIC X(77) VALUE SPACES.
018200*
018300 PROCEDURE DIVISION.
018400*
019400         UNTIL WS-CP-SUB > CP-TABLE-COUNT
019410     DISPLAY 'CAMPTARG - CARDS NOT ON XREF: '
019420         WS-UNMATCHED-CARDS
019440     DISPLAY 'CAMPTARG - MEMBERS HELD BACK, NO CONSENT: '
019460         WS-MEMBERS-EXCLUDED
019500     PERFORM 9999-EXIT.
019600*
019700 1000-INITIALIZE.
021950     PERFORM 1350-LOAD-XREF-ENTRY
021960         UNTIL WS-XREF-EOF
021970     CLOSE CARD-XREF-FILE
021972     OPEN INPUT CONSENT-FILE
021974     READ CONSENT-FILE
021976         AT END MOVE 'Y' TO WS-CONSENT-EOF-SWITCH
021978     END-READ
021980     PERFORM 1400-LOAD-CONSENT-ENTRY
021982         UNTIL WS-CONSENT-EOF
021984     CLOSE CONSENT-FILE
022000     SORT SORT-WORK-FILE
022100         ON ASCENDING KEY SW-CARD-NO
022200                          SW-TRANS-DATE
024400         MOVE CD-MAX-SPEND   TO CP-MAX-SPEND (CP-IDX)
024500         MOVE CD-INSERT-CODE TO CP-INSERT-CODE (CP-IDX)
024600         MOVE 0              TO CP-SELECTED-COUNT (CP-IDX)
024650         MOVE 0              TO CP-EXCLUDED-COUNT (CP-IDX)
024700     END-IF
024800     READ CAMP-DEF-FILE
024900         AT END MOVE 'Y' TO WS-CAMP-EOF-SWITCH
027291     READ CARD-XREF-FILE
027292         AT END MOVE 'Y' TO WS-XREF-EOF-SWITCH
027293     END-READ.
027294*
027296*    A MEMBER LEFT OUT OF A FULL TABLE WOULD LOSE INSERTS THEY
027298*    CONSENTED TO, SO THE RUN STOPS INSTEAD.
027300*
027302 1400-LOAD-CONSENT-ENTRY.
027304     IF CN-MAIL-OPTED-IN
027306         AND CN-MAIL-EFF-DATE NOT > WS-RUN-DATE
027308         IF CS-TABLE-COUNT NOT < CS-TABLE-MAX
027310             DISPLAY 'CAMPTARG - CONSENT TABLE FULL AT '
027312                 CS-TABLE-MAX ' ENTRIES - NO INSERTS SELECTED'
027314             MOVE 8 TO RETURN-CODE
027316             STOP RUN
027318         END-IF
027320         ADD 1 TO CS-TABLE-COUNT
027322         SET CS-IDX TO CS-TABLE-COUNT
027324         MOVE CN-CARD-NO TO CS-CARD-NO (CS-IDX)
027326     END-IF
027328     READ CONSENT-FILE
027330         AT END MOVE 'Y' TO WS-CONSENT-EOF-SWITCH
027332     END-READ.
027334*
027400 2000-PROFILE-ONE-RECORD.
027500     IF WS-GROUP-OPEN
027600         AND SRT-CARD-NO NOT = WS-GROUP-CARD-NO
034300     PERFORM 3100-PICK-BEST-REGION
034400         VARYING WS-RC-SUB FROM 1 BY 1
034500         UNTIL WS-RC-SUB > RC-TABLE-COUNT
034505     MOVE 'N' TO WS-MAIL-CONSENT-SW
034510     SET CS-IDX TO 1
034515     SEARCH CS-ENTRY
034520         AT END
034525             CONTINUE
034530         WHEN CS-IDX > CS-TABLE-COUNT
034535             CONTINUE
034540         WHEN CS-CARD-NO (CS-IDX) = WS-GROUP-CARD-NO
034545             MOVE 'Y' TO WS-MAIL-CONSENT-SW
034550     END-SEARCH
034555     MOVE 'N' TO WS-CARD-QUALIFIED-SW
034560     MOVE 'N' TO WS-CARD-SELECTED-SW
034600     PERFORM 3200-TEST-ONE-CAMPAIGN
034700         VARYING WS-CP-SUB FROM 1 BY 1
034800         UNTIL WS-CP-SUB > CP-TABLE-COUNT
034810     IF WS-CARD-SELECTED
034820         ADD 1 TO WS-MEMBERS-SELECTED
034830     END-IF
034840     IF WS-CARD-QUALIFIED AND NOT WS-MAIL-CONSENT
034850         ADD 1 TO WS-MEMBERS-EXCLUDED
034860     END-IF
034900     MOVE 'N' TO WS-GROUP-OPEN-SWITCH.
035000*
035100 3100-PICK-BEST-REGION.
036920*    THE INSERT RECORD CARRIES THE PARTNER/MEMBER KEYS THE
036930*    PRINT STREAM BREAKS ON; A CARD THE CRM CANNOT CROSS-
036940*    REFERENCE CANNOT REACH A STATEMENT AND IS COUNTED OUT.
036945*    A MEMBER WITHOUT MAIL CONSENT IS NEVER SENT AN INSERT.
036950*
036960 3300-EMIT-INSERT-CONTROL.
036961     MOVE 'Y' TO WS-CARD-QUALIFIED-SW
036962     IF WS-MAIL-CONSENT
036963         PERFORM 3310-MATCH-XREF
036964     ELSE
036965         ADD 1 TO CP-EXCLUDED-COUNT (WS-CP-SUB)
036966     END-IF.
036967*
036968 3310-MATCH-XREF.
036969     MOVE 'N' TO WS-XREF-FOUND-SW
036970     SET XT-IDX TO 1
036971     SEARCH XT-ENTRY
036972         AT END
036973             CONTINUE
036974         WHEN XT-IDX > XT-TABLE-COUNT
036975             CONTINUE
036976         WHEN XT-CARD-NO (XT-IDX) = WS-GROUP-CARD-NO
036977             MOVE 'Y' TO WS-XREF-FOUND-SW
036978     END-SEARCH
036979     IF WS-XREF-FOUND
036980         ADD 1 TO CP-SELECTED-COUNT (WS-CP-SUB)
036981         MOVE XT-PARTNER-ID (XT-IDX) TO IC-PARTNER-ID
036982         MOVE XT-MEMBER-ID (XT-IDX)  TO IC-MEMBER-ID
036983         MOVE WS-GROUP-CARD-NO TO IC-CARD-NO
036984         MOVE CP-CAMPAIGN-ID (WS-CP-SUB) TO IC-CAMPAIGN-ID
036985         MOVE CP-INSERT-CODE (WS-CP-SUB) TO IC-INSERT-CODE
036986         WRITE INSERT-CTL-RECORD
036987         MOVE 'Y' TO WS-CARD-SELECTED-SW
036988     ELSE
036989         ADD 1 TO WS-UNMATCHED-CARDS
036990     END-IF.
037000*
037100 4000-PRINT-CAMPAIGN-COUNTS.
037200     MOVE CP-CAMPAIGN-ID (WS-CP-SUB)    TO DT-CAMPAIGN-ID
037300     MOVE CP-INSERT-CODE (WS-CP-SUB)    TO DT-INSERT-CODE
037400     MOVE CP-SELECTED-COUNT (WS-CP-SUB) TO DT-SELECTED-COUNT
037450     MOVE CP-EXCLUDED-COUNT (WS-CP-SUB) TO DT-EXCLUDED-COUNT
037500     MOVE ' ' TO RP-CARRIAGE-CONTROL
037600     MOVE WS-DETAIL-LINE TO RP-PRINT-LINE
037700     WRITE COUNT-REPORT-RECORD
037900         ' SELECTED: ' CP-SELECTED-COUNT (WS-CP-SUB).
038000*
038100 9999-EXIT.
038110     OPEN EXTEND EXCLUSION-LOG-FILE
038120     MOVE WS-RUN-DATE         TO CX-RUN-DATE
038130     MOVE 'CAMPTARG'          TO CX-JOB-NAME
038140     MOVE 'MAIL'              TO CX-CHANNEL
038150     MOVE 'MEMBERS'           TO CX-UNIT
038160     MOVE WS-MEMBERS-SELECTED TO CX-SELECTED
038170     MOVE WS-MEMBERS-EXCLUDED TO CX-EXCLUDED
038180     WRITE CONSENT-EXCLUSION-RECORD
038190     CLOSE EXCLUSION-LOG-FILE
038200     CLOSE SORTED-FILE INSERT-CTL-FILE COUNT-REPORT
038300     STOP RUN.
