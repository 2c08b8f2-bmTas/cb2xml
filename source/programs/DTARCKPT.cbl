001880*                   CARD DIVERT TO THE REPAIR QUEUE              *
001890*                   (CARDRPR.CPY) AND COUNT AS REJECTED ON THE   *
001892*                   EOJCTL CONTROL RECORD.                       *
001900*   10/15/26  MO    A CARD THAT PASSES THE CHECK DIGIT IS NOW    *
001910*                   LOOKED UP ON THE NIGHTLY HOT-CARD LIST       *
001920*                   (HOTCARD.CPY).  A REPLACED OR MERGED CARD IS *
001930*                   REWRITTEN IN PLACE WITH ITS LIVE SUCCESSOR   *
001940*                   (DTARIN IS NOW OPENED I-O); A PURGED OR      *
001950*                   FRAUD-BLOCKED CARD IS DIVERTED TO THE REPAIR *
001960*                   QUEUE WITH ITS OWN REASON AND COUNTED AS     *
001970*                   REJECTED.                                    *
001980*                                                                *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
002200 CONFIGURATION SECTION.
003000         ORGANIZATION IS SEQUENTIAL.
003010     SELECT REPAIR-QUEUE-FILE ASSIGN TO CARDRPRQ
003020         ORGANIZATION IS SEQUENTIAL.
003040     SELECT HOT-LIST-FILE  ASSIGN TO HOTLIST
003060         ORGANIZATION IS SEQUENTIAL.
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  DTAR119-FILE.
004410*
004420 FD  REPAIR-QUEUE-FILE.
004430     COPY "CARDRPR.cpy".
004440*
004450 FD  HOT-LIST-FILE.
004460     COPY "HOTCARD.cpy".
004500*
004600 WORKING-STORAGE SECTION.
004700*
005870 01  WS-CARD-RAW-NUM REDEFINES WS-CARD-RAW
005880                                 PIC 9(16).
005890 01  WS-LUHN-RESULT              PIC X(01).
005892*
005894*    HOT-CARD LIST, LOADED ONCE PER RUN.  THE SWITCH SAYS WHAT
005896*    THE LOOK-UP FOUND FOR THE RECORD IN HAND.
005898*
005900 01  WS-HOT-EOF-SWITCH           PIC X(01) VALUE 'N'.
005902     88  WS-HOT-EOF              VALUE 'Y'.
005904 01  WS-HOT-CARD-SWITCH          PIC X(01).
005906     88  WS-HOT-CARD-CLEAR       VALUE 'N'.
005908     88  WS-HOT-CARD-REDIRECTED  VALUE 'R'.
005910     88  WS-HOT-CARD-BLOCKED     VALUE 'B'.
005915 01  WS-HOT-BLOCK-TYPE           PIC X(01).
005920 01  WS-RECORDS-REDIRECTED       PIC 9(09) VALUE 0.
005925 01  HT-TABLE-MAX                PIC 9(05) COMP VALUE 10000.
005930 01  HT-TABLE-COUNT              PIC 9(05) COMP VALUE 0.
005935 01  HT-TABLE.
005940     05  HT-ENTRY OCCURS 10000 TIMES
005945                  INDEXED BY HT-IDX.
005950         10  HT-CARD-NO          PIC 9(16).
005955         10  HT-BLOCK-TYPE       PIC X(01).
005960         10  HT-SUCCESSOR-CARD   PIC 9(16).
005965*
005970 PROCEDURE DIVISION.
006000*
006100 0000-MAINLINE.
006200     PERFORM 1000-INITIALIZE
006600*
006700 1000-INITIALIZE.
006800     PERFORM 1100-READ-LAST-CHECKPOINT
006850     PERFORM 1200-LOAD-HOT-LIST
006900     OPEN I-O DTAR119-FILE
007000     READ DTAR119-FILE
007100         AT END MOVE 'Y' TO WS-EOF-SWITCH
007200     END-READ
010000     READ CHECKPOINT-FILE
010100         AT END MOVE 'Y' TO WS-CKPT-EOF-SWITCH
010200     END-READ.
010201*
010202*    A HOT LIST THAT WILL NOT FIT WOULD LET A DEAD CARD EARN,
010203*    SO THE RUN STOPS BEFORE ANY RECORD IS LOADED.
010204*
010205 1200-LOAD-HOT-LIST.
010206     OPEN INPUT HOT-LIST-FILE
010207     READ HOT-LIST-FILE
010208         AT END MOVE 'Y' TO WS-HOT-EOF-SWITCH
010209     END-READ
010210     PERFORM 1210-LOAD-HOT-CARD
010211         UNTIL WS-HOT-EOF
010212     CLOSE HOT-LIST-FILE.
010213*
010214 1210-LOAD-HOT-CARD.
010215     IF HT-TABLE-COUNT NOT < HT-TABLE-MAX
010216         DISPLAY 'DTARCKPT - HOT-CARD TABLE FULL AT '
010217             HT-TABLE-MAX ' ENTRIES - LOAD REFUSED'
010218         MOVE 8 TO RETURN-CODE
010219         STOP RUN
010220     END-IF
010221     ADD 1 TO HT-TABLE-COUNT
010222     SET HT-IDX TO HT-TABLE-COUNT
010223     MOVE HC-CARD-NO        TO HT-CARD-NO (HT-IDX)
010224     MOVE HC-BLOCK-TYPE     TO HT-BLOCK-TYPE (HT-IDX)
010225     MOVE HC-SUCCESSOR-CARD TO HT-SUCCESSOR-CARD (HT-IDX)
010226     READ HOT-LIST-FILE
010227         AT END MOVE 'Y' TO WS-HOT-EOF-SWITCH
010228     END-READ.
010229*
010230 2000-LOAD-ONE-RECORD.
010235     PERFORM 2200-POST-ONE-RECORD
010240     ADD 1 TO CK-RECORDS-SINCE-COMMIT
010250     IF CK-RECORDS-SINCE-COMMIT >= CK-COMMIT-INTERVAL
010260         PERFORM 2300-WRITE-CHECKPOINT
011300 2200-POST-ONE-RECORD.
011310     MOVE DTAR119-RECORD (9:16) TO WS-CARD-RAW
011320     PERFORM 2400-CHECK-CARD-NUMBER
011325     MOVE 'N' TO WS-HOT-CARD-SWITCH
011330     IF WS-LUHN-RESULT = 'Y'
011340         PERFORM 2450-CHECK-HOT-CARD
011350     END-IF
011360     IF WS-LUHN-RESULT = 'Y' AND NOT WS-HOT-CARD-BLOCKED
011370         IF WS-HOT-CARD-REDIRECTED
011380             REWRITE DTAR119-RECORD
011390         END-IF
011400         ADD 1 TO WS-RECORDS-LOADED
011410     ELSE
011420         PERFORM 2500-DIVERT-TO-REPAIR-QUEUE
011484         CALL 'LUHNCHK' USING WS-CARD-RAW-NUM WS-LUHN-RESULT
011485     END-IF.
011486*
011488*    A REPLACED OR MERGED CARD TAKES ITS LIVE SUCCESSOR; A
011490*    PURGED OR FRAUD-BLOCKED CARD (NO SUCCESSOR) IS BLOCKED.
011492*
011494 2450-CHECK-HOT-CARD.
011496     SET HT-IDX TO 1
011498     SEARCH HT-ENTRY
011500         AT END
011502             CONTINUE
011504         WHEN HT-IDX > HT-TABLE-COUNT
011506             CONTINUE
011508         WHEN HT-CARD-NO (HT-IDX) = WS-CARD-RAW-NUM
011510             MOVE HT-BLOCK-TYPE (HT-IDX) TO WS-HOT-BLOCK-TYPE
011512             IF HT-SUCCESSOR-CARD (HT-IDX) = ZERO
011514                 MOVE 'B' TO WS-HOT-CARD-SWITCH
011516             ELSE
011518                 MOVE 'R' TO WS-HOT-CARD-SWITCH
011520                 MOVE HT-SUCCESSOR-CARD (HT-IDX)
011522                     TO DTAR119-CARD-NO
011524                 ADD 1 TO WS-RECORDS-REDIRECTED
011526             END-IF
011528     END-SEARCH.
011530*
011532 2500-DIVERT-TO-REPAIR-QUEUE.
011534     ADD 1 TO WS-RECORDS-REJECTED
011536     MOVE 'DTARCKPT'         TO RQ-SOURCE-JOB
011538     MOVE WS-RUN-DATE        TO RQ-RUN-DATE
011540     MOVE DTAR119-STORE-NO   TO RQ-STORE-NO
011542     MOVE DTAR119-TERMINAL-ID TO RQ-TERMINAL-ID
011544     MOVE DTAR119-TRANS-NO   TO RQ-TRANS-NO
011546     MOVE DTAR119-TRANS-DATE TO RQ-TRANS-DATE
011548     MOVE WS-CARD-RAW        TO RQ-CARD-NO-RAW
011550     EVALUATE TRUE
011552         WHEN WS-CARD-RAW IS NOT NUMERIC
011554             MOVE 'CARD NOT NUMERIC' TO RQ-REASON
011556         WHEN WS-HOT-CARD-BLOCKED AND WS-HOT-BLOCK-TYPE = 'P'
011558             MOVE 'CARD PURGED - BLOCKED' TO RQ-REASON
011560         WHEN WS-HOT-CARD-BLOCKED
011562             MOVE 'CARD FRAUD-BLOCKED' TO RQ-REASON
011564         WHEN OTHER
011566             MOVE 'CARD FAILS CHECK DIGIT' TO RQ-REASON
011568     END-EVALUATE
011570     WRITE CARD-REPAIR-RECORD.
011572*
011600 2300-WRITE-CHECKPOINT.
011700     MOVE DTAR119-STORE-NO  TO CK-LAST-STORE-NO
011800     MOVE DTAR119-TRANS-NO  TO CK-LAST-TRANS-NO
012600     END-IF
012700     CLOSE DTAR119-FILE CHECKPOINT-FILE REPAIR-QUEUE-FILE
012800     DISPLAY 'DTAR119 RECORDS LOADED THIS RUN: ' WS-RECORDS-LOADED
012810     DISPLAY 'DTAR119 HOT CARDS REDIRECTED:    '
012820         WS-RECORDS-REDIRECTED
012850     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012860     MOVE 'P' TO WS-JOB-STATUS
012870     MOVE WS-RECORDS-LOADED TO WS-RECORDS-OUT
