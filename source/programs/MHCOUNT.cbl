000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MHCOUNT.
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
001300*   10/15/26  MO    INITIAL VERSION - OUR OWN COUNT OF WHAT WENT *
001400*                   TO THE MAIL HOUSE THIS CYCLE, FOR MHRECON TO *
001500*                   CHECK THEIR MONTHLY INVOICE AGAINST.  READS  *
001600*                   THE MAILSORT MAIL FILE: EACH ENV RECORD IS   *
001700*                   ONE PIECE AND ITS ENVELOPE, EACH INS RECORD  *
001800*                   ONE INSERT, AND A STATEMENT'S PAGES ARE ITS  *
001900*                   DTL LINES OVER THE LINES PER PAGE, ROUNDED   *
002000*                   UP.  POSTAGE TIER GOES BY BUNDLE: THE        *
002100*                   RESIDUE BUNDLE IS FULL RATE, A BUNDLE OF AT  *
002200*                   LEAST THE MINIMUM PIECES IS 5-DIGIT AND ANY  *
002300*                   SMALLER ONE 3-DIGIT.  ONE MHCNTLOG RECORD    *
002400*                   PER CHARGE CODE IS APPENDED FOR THE CYCLE;   *
002500*                   A CYCLE ALREADY LOGGED IS REFUSED.           *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-370.
003100 OBJECT-COMPUTER. IBM-370.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT MAIL-IN-FILE    ASSIGN TO MAILOUT
003500         ORGANIZATION IS SEQUENTIAL.
003600     SELECT COUNT-PARM-FILE ASSIGN TO MHCPARM
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT OPTIONAL COUNT-LOG-FILE ASSIGN TO MHCNTLOG
003900         ORGANIZATION IS SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200*
004300*    THE MAIL FILE HOLDS THE STMTSEQ BGN/END, INSMERGE INS AND
004400*    MAILSORT TRY/BND/ENV RECORDS AROUND THE DTL LINES, ALL IN
004500*    THE SAME 1747-BYTE SHELL.
004600*
004700 FD  MAIL-IN-FILE.
004800 01  MAIL-IN-RECORD.
004900     05  MI-REC-TYPE             PIC X(03).
005000     05  FILLER                  PIC X(1744).
005100 01  MAIL-BUNDLE-VIEW.
005200     05  FILLER                  PIC X(03).
005300     05  MB-BUNDLE-SEQ           PIC 9(07).
005400     05  MB-ZIP5                 PIC X(05).
005500     05  FILLER                  PIC X(1732).
005600 01  MAIL-ENVELOPE-VIEW.
005700     05  FILLER                  PIC X(03).
005800     05  ME-ENVELOPE-CODE        PIC X(03).
005900     05  FILLER                  PIC X(1741).
006000*
006100 FD  COUNT-PARM-FILE.
006200 01  COUNT-PARM-RECORD.
006300     05  CP-LINES-PER-PAGE       PIC 9(03).
006400     05  CP-MIN-BUNDLE-PIECES    PIC 9(03).
006500*
006600 FD  COUNT-LOG-FILE.
006700     COPY "MHCNTLOG.cpy".
006800*
006900 WORKING-STORAGE SECTION.
007000*
007100 01  WS-MAIL-EOF-SWITCH          PIC X(01) VALUE 'N'.
007200     88  WS-MAIL-EOF             VALUE 'Y'.
007300 01  WS-LOG-EOF-SWITCH           PIC X(01) VALUE 'N'.
007400     88  WS-LOG-EOF              VALUE 'Y'.
007500 01  WS-BUNDLE-OPEN-SWITCH       PIC X(01) VALUE 'N'.
007600     88  WS-BUNDLE-OPEN          VALUE 'Y'.
007700*
007800 01  WS-CYCLE-DATE               PIC 9(08).
007900 01  WS-LINES-PER-PAGE           PIC 9(03) VALUE 40.
008000 01  WS-MIN-BUNDLE-PIECES        PIC 9(03) VALUE 10.
008100 01  WS-PIECE-LINES              PIC 9(07) VALUE 0.
008200 01  WS-PIECE-PAGES              PIC 9(07).
008300 01  WS-BUNDLE-ZIP5              PIC X(05).
008400 01  WS-BUNDLE-PIECES            PIC 9(07) VALUE 0.
008500 01  WS-RECORDS-READ             PIC 9(09) VALUE 0.
008600*
008700*    THE CYCLE'S COUNT BY CHARGE CODE, IN THE ORDER LOGGED.
008800*
008900 01  CC-TABLE-COUNT              PIC 9(02) COMP VALUE 7.
009000 01  CC-TABLE.
009100     05  CC-ENTRY OCCURS 7 TIMES.
009200         10  CC-CHARGE-CODE      PIC X(04).
009300         10  CC-QUANTITY         PIC 9(09).
009400 01  WS-CC-SUB                   PIC 9(02) COMP.
009500*
009600*    SUBSCRIPTS OF THE CODES IN CC-TABLE.
009700*
009800 01  CC-PAGE                     PIC 9(02) COMP VALUE 1.
009900 01  CC-ENVS                     PIC 9(02) COMP VALUE 2.
010000 01  CC-ENVL                     PIC 9(02) COMP VALUE 3.
010100 01  CC-INSR                     PIC 9(02) COMP VALUE 4.
010200 01  CC-PS5D                     PIC 9(02) COMP VALUE 5.
010300 01  CC-PS3D                     PIC 9(02) COMP VALUE 6.
010400 01  CC-PSFR                     PIC 9(02) COMP VALUE 7.
010500*
010600 PROCEDURE DIVISION.
010700*
010800 0000-MAINLINE.
010900     PERFORM 1000-INITIALIZE
011000     PERFORM 2000-COUNT-ONE-RECORD
011100         UNTIL WS-MAIL-EOF
011200     IF WS-BUNDLE-OPEN
011300         PERFORM 2400-CLOSE-BUNDLE
011400     END-IF
011500     PERFORM 3000-LOG-ONE-CODE
011600         VARYING WS-CC-SUB FROM 1 BY 1
011700         UNTIL WS-CC-SUB > CC-TABLE-COUNT
011800     DISPLAY 'MHCOUNT - CYCLE:           ' WS-CYCLE-DATE
011900     DISPLAY 'MHCOUNT - RECORDS READ:    ' WS-RECORDS-READ
012000     PERFORM 9999-EXIT.
012100*
012200 1000-INITIALIZE.
012300     ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
012400     OPEN INPUT COUNT-PARM-FILE
012500     READ COUNT-PARM-FILE
012600         AT END
012700             CONTINUE
012800         NOT AT END
012900             IF CP-LINES-PER-PAGE > ZERO
013000                 MOVE CP-LINES-PER-PAGE TO WS-LINES-PER-PAGE
013100             END-IF
013200             IF CP-MIN-BUNDLE-PIECES > ZERO
013300                 MOVE CP-MIN-BUNDLE-PIECES TO WS-MIN-BUNDLE-PIECES
013400             END-IF
013500     END-READ
013600     CLOSE COUNT-PARM-FILE
013700     OPEN INPUT COUNT-LOG-FILE
013800     READ COUNT-LOG-FILE
013900         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
014000     END-READ
014100     PERFORM 1100-CHECK-ONE-LOG-RECORD
014200         UNTIL WS-LOG-EOF
014300     CLOSE COUNT-LOG-FILE
014400     MOVE 'PAGE' TO CC-CHARGE-CODE (CC-PAGE)
014500     MOVE 'ENVS' TO CC-CHARGE-CODE (CC-ENVS)
014600     MOVE 'ENVL' TO CC-CHARGE-CODE (CC-ENVL)
014700     MOVE 'INSR' TO CC-CHARGE-CODE (CC-INSR)
014800     MOVE 'PS5D' TO CC-CHARGE-CODE (CC-PS5D)
014900     MOVE 'PS3D' TO CC-CHARGE-CODE (CC-PS3D)
015000     MOVE 'PSFR' TO CC-CHARGE-CODE (CC-PSFR)
015100     PERFORM 1200-CLEAR-ONE-CODE
015200         VARYING WS-CC-SUB FROM 1 BY 1
015300         UNTIL WS-CC-SUB > CC-TABLE-COUNT
015400     OPEN INPUT  MAIL-IN-FILE
015500     OPEN EXTEND COUNT-LOG-FILE
015600     READ MAIL-IN-FILE
015700         AT END MOVE 'Y' TO WS-MAIL-EOF-SWITCH
015800     END-READ.
015900*
016000 1100-CHECK-ONE-LOG-RECORD.
016100     IF ML-CYCLE-DATE = WS-CYCLE-DATE
016200         DISPLAY 'MHCOUNT - ' WS-CYCLE-DATE
016300             ' ALREADY LOGGED - RUN REFUSED'
016400         CLOSE COUNT-LOG-FILE
016500         MOVE 8 TO RETURN-CODE
016600         STOP RUN
016700     END-IF
016800     READ COUNT-LOG-FILE
016900         AT END MOVE 'Y' TO WS-LOG-EOF-SWITCH
017000     END-READ.
017100*
017200 1200-CLEAR-ONE-CODE.
017300     MOVE 0 TO CC-QUANTITY (WS-CC-SUB).
017400*
017500 2000-COUNT-ONE-RECORD.
017600     ADD 1 TO WS-RECORDS-READ
017700     EVALUATE MI-REC-TYPE
017800         WHEN 'BND'
017900             PERFORM 2100-OPEN-BUNDLE
018000         WHEN 'TRY'
018100             IF WS-BUNDLE-OPEN
018200                 PERFORM 2400-CLOSE-BUNDLE
018300             END-IF
018400         WHEN 'ENV'
018500             PERFORM 2200-COUNT-PIECE
018600         WHEN 'INS'
018700             ADD 1 TO CC-QUANTITY (CC-INSR)
018800         WHEN 'BGN'
018900             MOVE 0 TO WS-PIECE-LINES
019000         WHEN 'DTL'
019100             ADD 1 TO WS-PIECE-LINES
019200         WHEN 'END'
019300             PERFORM 2300-COUNT-PAGES
019400         WHEN OTHER
019500             CONTINUE
019600     END-EVALUATE
019700     READ MAIL-IN-FILE
019800         AT END MOVE 'Y' TO WS-MAIL-EOF-SWITCH
019900     END-READ.
020000*
020100 2100-OPEN-BUNDLE.
020200     IF WS-BUNDLE-OPEN
020300         PERFORM 2400-CLOSE-BUNDLE
020400     END-IF
020500     MOVE 'Y'     TO WS-BUNDLE-OPEN-SWITCH
020600     MOVE MB-ZIP5 TO WS-BUNDLE-ZIP5
020700     MOVE 0       TO WS-BUNDLE-PIECES.
020800*
020900 2200-COUNT-PIECE.
021000     ADD 1 TO WS-BUNDLE-PIECES
021100     IF ME-ENVELOPE-CODE = 'LGE'
021200         ADD 1 TO CC-QUANTITY (CC-ENVL)
021300     ELSE
021400         ADD 1 TO CC-QUANTITY (CC-ENVS)
021500     END-IF.
021600*
021700*    A STATEMENT PRINTS AT LEAST ONE PAGE EVEN WITH NO LINES.
021800*
021900 2300-COUNT-PAGES.
022000     COMPUTE WS-PIECE-PAGES =
022100         (WS-PIECE-LINES + WS-LINES-PER-PAGE - 1)
022200         / WS-LINES-PER-PAGE
022300     IF WS-PIECE-PAGES = ZERO
022400         MOVE 1 TO WS-PIECE-PAGES
022500     END-IF
022600     ADD WS-PIECE-PAGES TO CC-QUANTITY (CC-PAGE)
022700     MOVE 0 TO WS-PIECE-LINES.
022800*
022900*    MAILSORT SENDS PIECES WITH NO AH ADDRESS TO ZIP 999999999,
023000*    SO THE RESIDUE IS THE '99999' BUNDLE.
023100*
023200 2400-CLOSE-BUNDLE.
023300     IF WS-BUNDLE-ZIP5 = '99999'
023400         ADD WS-BUNDLE-PIECES TO CC-QUANTITY (CC-PSFR)
023500     ELSE
023600         IF WS-BUNDLE-PIECES NOT < WS-MIN-BUNDLE-PIECES
023700             ADD WS-BUNDLE-PIECES TO CC-QUANTITY (CC-PS5D)
023800         ELSE
023900             ADD WS-BUNDLE-PIECES TO CC-QUANTITY (CC-PS3D)
024000         END-IF
024100     END-IF
024200     MOVE 0   TO WS-BUNDLE-PIECES
024300     MOVE 'N' TO WS-BUNDLE-OPEN-SWITCH.
024400*
024500 3000-LOG-ONE-CODE.
024600     MOVE WS-CYCLE-DATE                TO ML-CYCLE-DATE
024700     MOVE CC-CHARGE-CODE (WS-CC-SUB)   TO ML-CHARGE-CODE
024800     MOVE CC-QUANTITY (WS-CC-SUB)      TO ML-QUANTITY
024900     WRITE MAIL-COUNT-LOG-RECORD
025000     DISPLAY 'MHCOUNT - ' CC-CHARGE-CODE (WS-CC-SUB)
025100         ':             ' CC-QUANTITY (WS-CC-SUB).
025200*
025300 9999-EXIT.
025400     CLOSE MAIL-IN-FILE COUNT-LOG-FILE
025500     STOP RUN.
