000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    SCORDAY.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  LOYALTY PROGRAM BATCH - DAILY RECONCILIATION.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - GATHERS THE DAY'S STORE    *
001400*                   EXCEPTIONS FOR THE COMPLIANCE SCORECARD.     *
001500*                   RUNS AFTER BONRECON, DUPCHECK, STORVAL,      *
001600*                   KEYVAL, TERMSILN, NEGCHECK AND TERMAUDT,     *
001700*                   COUNTS EACH ONE'S EXCEPTIONS BY STORE AND    *
001800*                   APPENDS THE COUNTS TO SCORELOG.  A TERMINAL  *
001900*                   ON TERMAUDF COUNTS AS REDEMPTION-HEAVY WHEN  *
002000*                   REDEMPTIONS REACH THE PARM PERCENTAGE OF     *
002100*                   ITS TRANSACTIONS.  A SECOND RUN FOR A DATE   *
002200*                   ALREADY LOGGED IS REFUSED.                   *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL SCORE-PARM-FILE ASSIGN TO SCORDPRM
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT OPTIONAL RECON-EXCEPT-FILE ASSIGN TO BONRECPT
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT OPTIONAL DUPLICATE-FILE ASSIGN TO DUPRPT
003600         ORGANIZATION IS SEQUENTIAL.
003700     SELECT OPTIONAL STORE-REJECT-FILE ASSIGN TO STORVREJ
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT OPTIONAL KEY-REJECT-FILE ASSIGN TO KEYVREJ
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT OPTIONAL SILENT-EXCEPT-FILE ASSIGN TO TERMSEXC
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT OPTIONAL NEGATIVE-FILE ASSIGN TO NEGRPT
004400         ORGANIZATION IS SEQUENTIAL.
004500     SELECT OPTIONAL TERM-AUDIT-FILE ASSIGN TO TERMAUDF
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT OPTIONAL SCORE-LOG-FILE ASSIGN TO SCORELOG
004800         ORGANIZATION IS SEQUENTIAL.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SCORE-PARM-FILE.
005200 01  SCORE-PARM-RECORD.
005300     05  SP-HEAVY-PERCENT        PIC 9(03).
005400     05  SP-HEAVY-MIN-TRANS      PIC 9(05).
005500*
005600*    THE EXCEPTION LAYOUTS BELOW ARE THOSE OF THE PROGRAMS THAT
005700*    WRITE THEM - BONRECON, DUPCHECK, STORVAL, KEYVAL, NEGCHECK
005800*    AND TERMAUDT.  ONLY THE STORE NUMBER IS USED FROM MOST.
005900*
006000 FD  RECON-EXCEPT-FILE.
006100 01  RECON-EXCEPT-RECORD.
006200     05  RE-STORE-NO             PIC 9(03).
006300     05  RE-DTAR-POINTS          PIC S9(06)    COMP-3.
006400     05  RE-POS-POINTS           PIC S9(06)    COMP-3.
006500     05  RE-VARIANCE             PIC S9(06)    COMP-3.
006600*
006700 FD  DUPLICATE-FILE.
006800 01  DUPLICATE-RECORD.
006900     05  DU-STORE-NO             PIC 9(03).
007000     05  DU-TERMINAL-ID          PIC 9(03).
007100     05  DU-TRANS-NO             PIC 9(04).
007200     05  DU-TRANS-DATE           PIC 9(07).
007300*
007400 FD  STORE-REJECT-FILE.
007500 01  STORE-REJECT-RECORD.
007600     05  SR-STORE-NO             PIC 9(03).
007700     05  SR-TRANS-NO             PIC 9(04).
007800     05  SR-TRANS-DATE           PIC 9(07).
007900     05  SR-REASON               PIC X(25).
008000*
008100 FD  KEY-REJECT-FILE.
008200 01  KEY-REJECT-RECORD.
008300     05  KR-KEYCODE              PIC 9(08).
008400     05  KR-STORE-NO             PIC 9(03).
008500     05  KR-TRANS-NO             PIC 9(04).
008600     05  KR-TRANS-DATE           PIC 9(07).
008700     05  KR-REASON               PIC X(25).
008800*
008900 FD  SILENT-EXCEPT-FILE.
009000     COPY "TERMSEXC.cpy".
009100*
009200 FD  NEGATIVE-FILE.
009300 01  NEGATIVE-RECORD.
009400     05  NG-STORE-NO             PIC 9(03).
009500     05  NG-TRANS-NO             PIC 9(04).
009600     05  NG-BONUS-POINTS         PIC S9(06)    COMP-3.
009700     05  NG-KEYCODE-AMT          PIC S9(07)V99 COMP-3.
009800     05  NG-REASON               PIC X(25).
009900*
010000 FD  TERM-AUDIT-FILE.
010100 01  TERM-AUDIT-RECORD.
010200     05  TA-STORE-NO             PIC 9(03).
010300     05  TA-TERMINAL-ID          PIC 9(03).
010400     05  TA-TRANS-COUNT          PIC 9(07).
010500     05  TA-REDEMPTION-COUNT     PIC 9(07).
010600     05  TA-BONUS-POINTS-TOTAL   PIC S9(09).
010700*
010800 FD  SCORE-LOG-FILE.
010900     COPY "SCORELOG.cpy".
011000*
011100 WORKING-STORAGE SECTION.
011200*
011300 01  WS-EOF-SWITCH               PIC X(01) VALUE 'N'.
011400     88  WS-EOF                  VALUE 'Y'.
011500*
011600 01  WS-RUN-DATE                 PIC 9(08).
011700*
011800*    A TERMINAL IS REDEMPTION-HEAVY WHEN AT LEAST
011900*    WS-HEAVY-PERCENT OF ITS TRANSACTIONS WERE REDEMPTIONS AND
012000*    IT PUT THROUGH AT LEAST WS-HEAVY-MIN-TRANS TRANSACTIONS.
012100*
012200 01  WS-HEAVY-PERCENT            PIC 9(03) VALUE 50.
012300 01  WS-HEAVY-MIN-TRANS          PIC 9(05) VALUE 20.
012400*
012500*    EXCEPTION TYPE BEING COUNTED - THE SL-COUNT SUBSCRIPT.
012600*
012700 01  WS-TYPE-SUB                 PIC 9(02) COMP.
012800 01  WS-EXCEPT-STORE-NO          PIC 9(03).
012900 01  WS-ST-SUB                   PIC 9(04) COMP.
013000*
013100 01  WS-TYPE-NAMES.
013200     05  FILLER PIC X(20) VALUE 'RECON BREAKS        '.
013300     05  FILLER PIC X(20) VALUE 'DUPLICATES          '.
013400     05  FILLER PIC X(20) VALUE 'STORE REJECTS       '.
013500     05  FILLER PIC X(20) VALUE 'KEYCODE REJECTS     '.
013600     05  FILLER PIC X(20) VALUE 'SILENT TERMINALS    '.
013700     05  FILLER PIC X(20) VALUE 'NEGATIVES           '.
013800     05  FILLER PIC X(20) VALUE 'REDEMPTION-HEAVY    '.
013900 01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
014000     05  WS-TYPE-NAME            PIC X(20) OCCURS 7 TIMES.
014100 01  WS-TYPE-TOTALS.
014200     05  WS-TYPE-TOTAL           PIC 9(07) OCCURS 7 TIMES.
014300*
014400*    ONE ACCUMULATOR PER STORE THAT RAISED AN EXCEPTION TODAY.
014500*
014600 01  ST-TABLE-MAX                PIC 9(04) COMP VALUE 500.
014700 01  ST-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
014800 01  ST-TABLE.
014900     05  ST-ENTRY OCCURS 500 TIMES
015000                  INDEXED BY ST-IDX.
015100         10  ST-STORE-NO         PIC 9(03).
015200         10  ST-COUNT            PIC 9(05) COMP-3
015300                                 OCCURS 7 TIMES.
015400*
015500 PROCEDURE DIVISION.
015600*
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE
015900     PERFORM 2000-COUNT-RECON-BREAKS
016000     PERFORM 2100-COUNT-DUPLICATES
016100     PERFORM 2200-COUNT-STORE-REJECTS
016200     PERFORM 2300-COUNT-KEYCODE-REJECTS
016300     PERFORM 2400-COUNT-SILENT-TERMINALS
016400     PERFORM 2500-COUNT-NEGATIVES
016500     PERFORM 2600-COUNT-REDEEM-HEAVY
016600     PERFORM 3000-WRITE-SCORE-LOG
016700     DISPLAY 'SCORDAY - RUN DATE LOGGED:   ' WS-RUN-DATE
016800     PERFORM 3200-DISPLAY-TYPE-TOTAL
016900         VARYING WS-TYPE-SUB FROM 1 BY 1
017000         UNTIL WS-TYPE-SUB > 7
017100     DISPLAY 'SCORDAY - STORES LOGGED:     ' ST-TABLE-COUNT
017200     PERFORM 9999-EXIT.
017300*
017400*    THE LOG IS SCANNED FIRST SO THAT A RERUN CANNOT COUNT THE
017500*    SAME DAY TWICE.
017600*
017700 1000-INITIALIZE.
017800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
017900     OPEN INPUT SCORE-PARM-FILE
018000     READ SCORE-PARM-FILE
018100         AT END
018200             DISPLAY 'SCORDAY - PARM MISSING, DEFAULTS USED'
018300         NOT AT END
018400             IF SP-HEAVY-PERCENT > ZERO
018500                 MOVE SP-HEAVY-PERCENT TO WS-HEAVY-PERCENT
018600             END-IF
018700             IF SP-HEAVY-MIN-TRANS > ZERO
018800                 MOVE SP-HEAVY-MIN-TRANS TO WS-HEAVY-MIN-TRANS
018900             END-IF
019000     END-READ
019100     CLOSE SCORE-PARM-FILE
019200     MOVE 'N' TO WS-EOF-SWITCH
019300     OPEN INPUT SCORE-LOG-FILE
019400     READ SCORE-LOG-FILE
019500         AT END MOVE 'Y' TO WS-EOF-SWITCH
019600     END-READ
019700     PERFORM 1100-CHECK-ONE-LOG-RECORD
019800         UNTIL WS-EOF
019900     CLOSE SCORE-LOG-FILE
020000     PERFORM 1200-CLEAR-TYPE-TOTAL
020100         VARYING WS-TYPE-SUB FROM 1 BY 1
020200         UNTIL WS-TYPE-SUB > 7.
020300*
020400 1100-CHECK-ONE-LOG-RECORD.
020500     IF SL-RUN-MARKER
020600         AND SL-RUN-DATE = WS-RUN-DATE
020700         DISPLAY 'SCORDAY - ' WS-RUN-DATE
020800             ' ALREADY LOGGED - RUN REFUSED'
020900         CLOSE SCORE-LOG-FILE
021000         MOVE 8 TO RETURN-CODE
021100         STOP RUN
021200     END-IF
021300     READ SCORE-LOG-FILE
021400         AT END MOVE 'Y' TO WS-EOF-SWITCH
021500     END-READ.
021600*
021700 1200-CLEAR-TYPE-TOTAL.
021800     MOVE 0 TO WS-TYPE-TOTAL (WS-TYPE-SUB).
021900*
022000******************************************************************
022100*    ONE PASS PER EXCEPTION FILE.  A FILE NOT PRESENT TODAY     *
022200*    READS AS EMPTY AND CONTRIBUTES NOTHING.                     *
022300******************************************************************
022400 2000-COUNT-RECON-BREAKS.
022500     MOVE 1 TO WS-TYPE-SUB
022600     MOVE 'N' TO WS-EOF-SWITCH
022700     OPEN INPUT RECON-EXCEPT-FILE
022800     READ RECON-EXCEPT-FILE
022900         AT END MOVE 'Y' TO WS-EOF-SWITCH
023000     END-READ
023100     PERFORM 2010-COUNT-ONE-RECON-BREAK
023200         UNTIL WS-EOF
023300     CLOSE RECON-EXCEPT-FILE.
023400*
023500 2010-COUNT-ONE-RECON-BREAK.
023600     MOVE RE-STORE-NO TO WS-EXCEPT-STORE-NO
023700     PERFORM 2900-COUNT-EXCEPTION
023800     READ RECON-EXCEPT-FILE
023900         AT END MOVE 'Y' TO WS-EOF-SWITCH
024000     END-READ.
024100*
024200 2100-COUNT-DUPLICATES.
024300     MOVE 2 TO WS-TYPE-SUB
024400     MOVE 'N' TO WS-EOF-SWITCH
024500     OPEN INPUT DUPLICATE-FILE
024600     READ DUPLICATE-FILE
024700         AT END MOVE 'Y' TO WS-EOF-SWITCH
024800     END-READ
024900     PERFORM 2110-COUNT-ONE-DUPLICATE
025000         UNTIL WS-EOF
025100     CLOSE DUPLICATE-FILE.
025200*
025300 2110-COUNT-ONE-DUPLICATE.
025400     MOVE DU-STORE-NO TO WS-EXCEPT-STORE-NO
025500     PERFORM 2900-COUNT-EXCEPTION
025600     READ DUPLICATE-FILE
025700         AT END MOVE 'Y' TO WS-EOF-SWITCH
025800     END-READ.
025900*
026000 2200-COUNT-STORE-REJECTS.
026100     MOVE 3 TO WS-TYPE-SUB
026200     MOVE 'N' TO WS-EOF-SWITCH
026300     OPEN INPUT STORE-REJECT-FILE
026400     READ STORE-REJECT-FILE
026500         AT END MOVE 'Y' TO WS-EOF-SWITCH
026600     END-READ
026700     PERFORM 2210-COUNT-ONE-STORE-REJECT
026800         UNTIL WS-EOF
026900     CLOSE STORE-REJECT-FILE.
027000*
027100 2210-COUNT-ONE-STORE-REJECT.
027200     MOVE SR-STORE-NO TO WS-EXCEPT-STORE-NO
027300     PERFORM 2900-COUNT-EXCEPTION
027400     READ STORE-REJECT-FILE
027500         AT END MOVE 'Y' TO WS-EOF-SWITCH
027600     END-READ.
027700*
027800 2300-COUNT-KEYCODE-REJECTS.
027900     MOVE 4 TO WS-TYPE-SUB
028000     MOVE 'N' TO WS-EOF-SWITCH
028100     OPEN INPUT KEY-REJECT-FILE
028200     READ KEY-REJECT-FILE
028300         AT END MOVE 'Y' TO WS-EOF-SWITCH
028400     END-READ
028500     PERFORM 2310-COUNT-ONE-KEYCODE-REJECT
028600         UNTIL WS-EOF
028700     CLOSE KEY-REJECT-FILE.
028800*
028900 2310-COUNT-ONE-KEYCODE-REJECT.
029000     MOVE KR-STORE-NO TO WS-EXCEPT-STORE-NO
029100     PERFORM 2900-COUNT-EXCEPTION
029200     READ KEY-REJECT-FILE
029300         AT END MOVE 'Y' TO WS-EOF-SWITCH
029400     END-READ.
029500*
029600 2400-COUNT-SILENT-TERMINALS.
029700     MOVE 5 TO WS-TYPE-SUB
029800     MOVE 'N' TO WS-EOF-SWITCH
029900     OPEN INPUT SILENT-EXCEPT-FILE
030000     READ SILENT-EXCEPT-FILE
030100         AT END MOVE 'Y' TO WS-EOF-SWITCH
030200     END-READ
030300     PERFORM 2410-COUNT-ONE-SILENT-TERMINAL
030400         UNTIL WS-EOF
030500     CLOSE SILENT-EXCEPT-FILE.
030600*
030700 2410-COUNT-ONE-SILENT-TERMINAL.
030800     MOVE SX-STORE-NO TO WS-EXCEPT-STORE-NO
030900     PERFORM 2900-COUNT-EXCEPTION
031000     READ SILENT-EXCEPT-FILE
031100         AT END MOVE 'Y' TO WS-EOF-SWITCH
031200     END-READ.
031300*
031400 2500-COUNT-NEGATIVES.
031500     MOVE 6 TO WS-TYPE-SUB
031600     MOVE 'N' TO WS-EOF-SWITCH
031700     OPEN INPUT NEGATIVE-FILE
031800     READ NEGATIVE-FILE
031900         AT END MOVE 'Y' TO WS-EOF-SWITCH
032000     END-READ
032100     PERFORM 2510-COUNT-ONE-NEGATIVE
032200         UNTIL WS-EOF
032300     CLOSE NEGATIVE-FILE.
032400*
032500 2510-COUNT-ONE-NEGATIVE.
032600     MOVE NG-STORE-NO TO WS-EXCEPT-STORE-NO
032700     PERFORM 2900-COUNT-EXCEPTION
032800     READ NEGATIVE-FILE
032900         AT END MOVE 'Y' TO WS-EOF-SWITCH
033000     END-READ.
033100*
033200*    TERMAUDF CARRIES EVERY TERMINAL; ONLY THE REDEMPTION-HEAVY
033300*    ONES ARE EXCEPTIONS.
033400*
033500 2600-COUNT-REDEEM-HEAVY.
033600     MOVE 7 TO WS-TYPE-SUB
033700     MOVE 'N' TO WS-EOF-SWITCH
033800     OPEN INPUT TERM-AUDIT-FILE
033900     READ TERM-AUDIT-FILE
034000         AT END MOVE 'Y' TO WS-EOF-SWITCH
034100     END-READ
034200     PERFORM 2610-CHECK-ONE-TERMINAL
034300         UNTIL WS-EOF
034400     CLOSE TERM-AUDIT-FILE.
034500*
034600 2610-CHECK-ONE-TERMINAL.
034700     IF TA-TRANS-COUNT NOT < WS-HEAVY-MIN-TRANS
034800         AND TA-REDEMPTION-COUNT * 100 NOT <
034900             TA-TRANS-COUNT * WS-HEAVY-PERCENT
035000         MOVE TA-STORE-NO TO WS-EXCEPT-STORE-NO
035100         PERFORM 2900-COUNT-EXCEPTION
035200     END-IF
035300     READ TERM-AUDIT-FILE
035400         AT END MOVE 'Y' TO WS-EOF-SWITCH
035500     END-READ.
035600*
035700 2900-COUNT-EXCEPTION.
035800     SET ST-IDX TO 1
035900     SEARCH ST-ENTRY
036000         AT END
036100             PERFORM 2910-ADD-STORE-ENTRY
036200         WHEN ST-IDX > ST-TABLE-COUNT
036300             PERFORM 2910-ADD-STORE-ENTRY
036400         WHEN ST-STORE-NO (ST-IDX) = WS-EXCEPT-STORE-NO
036500             CONTINUE
036600     END-SEARCH
036700     ADD 1 TO ST-COUNT (ST-IDX WS-TYPE-SUB)
036800     ADD 1 TO WS-TYPE-TOTAL (WS-TYPE-SUB).
036900*
037000 2910-ADD-STORE-ENTRY.
037100     IF ST-TABLE-COUNT NOT < ST-TABLE-MAX
037200         DISPLAY 'SCORDAY - STORE TABLE FULL AT '
037300             ST-TABLE-MAX ' ENTRIES - NOTHING LOGGED'
037400         MOVE 8 TO RETURN-CODE
037500         STOP RUN
037600     END-IF
037700     ADD 1 TO ST-TABLE-COUNT
037800     SET ST-IDX TO ST-TABLE-COUNT
037900     MOVE WS-EXCEPT-STORE-NO TO ST-STORE-NO (ST-IDX)
038000     MOVE 0 TO ST-COUNT (ST-IDX 1) ST-COUNT (ST-IDX 2)
038100               ST-COUNT (ST-IDX 3) ST-COUNT (ST-IDX 4)
038200               ST-COUNT (ST-IDX 5) ST-COUNT (ST-IDX 6)
038300               ST-COUNT (ST-IDX 7).
038400*
038500******************************************************************
038600*    THE RUN MARKER GOES FIRST, THEN ONE RECORD PER STORE.      *
038700******************************************************************
038800 3000-WRITE-SCORE-LOG.
038900     OPEN EXTEND SCORE-LOG-FILE
039000     MOVE 'R'         TO SL-RECORD-TYPE
039100     MOVE WS-RUN-DATE TO SL-RUN-DATE
039200     MOVE 0           TO SL-STORE-NO
039300     MOVE ZEROS       TO SL-COUNTS
039400     WRITE STORE-SCORE-LOG-RECORD
039500     PERFORM 3100-WRITE-STORE-COUNTS
039600         VARYING WS-ST-SUB FROM 1 BY 1
039700         UNTIL WS-ST-SUB > ST-TABLE-COUNT.
039800*
039900 3100-WRITE-STORE-COUNTS.
040000     MOVE 'S'                     TO SL-RECORD-TYPE
040100     MOVE WS-RUN-DATE             TO SL-RUN-DATE
040200     MOVE ST-STORE-NO (WS-ST-SUB) TO SL-STORE-NO
040300     PERFORM 3110-MOVE-ONE-COUNT
040400         VARYING WS-TYPE-SUB FROM 1 BY 1
040500         UNTIL WS-TYPE-SUB > 7
040600     WRITE STORE-SCORE-LOG-RECORD.
040700*
040800 3110-MOVE-ONE-COUNT.
040900     MOVE ST-COUNT (WS-ST-SUB WS-TYPE-SUB)
041000         TO SL-COUNT (WS-TYPE-SUB).
041100*
041200 3200-DISPLAY-TYPE-TOTAL.
041300     DISPLAY 'SCORDAY - ' WS-TYPE-NAME (WS-TYPE-SUB)
041400         WS-TYPE-TOTAL (WS-TYPE-SUB).
041500*
041600 9999-EXIT.
041700     CLOSE SCORE-LOG-FILE
041800     STOP RUN.
