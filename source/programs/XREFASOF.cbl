000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    XREFASOF.
000300 AUTHOR.        M. OSEI.
000400 INSTALLATION.  COMBINED BILLING BATCH - ONLINE SUPPORT.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700******************************************************************
000800*                                                                *
000900*   MODIFICATION HISTORY                                        *
001000*                                                                *
001100*   DATE      INIT  DESCRIPTION                                 *
001200*   --------  ----  ---------------------------------------     *
001300*   10/15/26  MO    INITIAL VERSION - AS-OF INQUIRY AGAINST THE  *
001400*                   ARRANGEMENT HISTORY STORE XREFHIST KEEPS.    *
001500*                   REQUESTS ARRIVE AS A FILE OF ARRANGEMENT     *
001600*                   NUMBER AND DATE, THE WAY XREFINQ TAKES       *
001700*                   THEM, AND ARE TAKEN TO ARRANGEMENT ORDER TO  *
001800*                   MATCH THE STORE.  EACH IS ANSWERED WITH THE  *
001900*                   VERSION IN FORCE ON THE DATE - PAY POINT,    *
002000*                   ARRANGEMENT TYPE, STATUS CODE AND CSO - OR   *
002100*                   NOT FOUND IF THE ARRANGEMENT WAS NOT ON THE  *
002200*                   CROSS-REFERENCE THEN.  A REQUEST FLAGGED FOR *
002300*                   HISTORY ALSO GETS EVERY VERSION, OLDEST      *
002400*                   FIRST.                                       *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT INQUIRY-REQ-FILE  ASSIGN TO XASOFREQ
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT REQ-SORT-FILE     ASSIGN TO SRTWK01.
003600     SELECT SORTED-REQ-FILE   ASSIGN TO XASOFSRT
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT HISTORY-FILE      ASSIGN TO XHISTNEW
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT INQUIRY-RESP-FILE ASSIGN TO XASOFRSP
004100         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  INQUIRY-REQ-FILE.
004500 01  INQUIRY-REQ-IN-RECORD       PIC X(14).
004600*
004700 SD  REQ-SORT-FILE.
004800 01  REQ-SORT-RECORD.
004900     05  SQ-ARRANGEMENT-NUMB     PIC 9(05).
005000     05  SQ-AS-OF-DATE           PIC 9(08).
005100     05  SQ-HISTORY-FLAG         PIC X(01).
005200*
005300 FD  SORTED-REQ-FILE.
005400 01  INQUIRY-REQ-RECORD.
005500     05  AQ-ARRANGEMENT-NUMB     PIC 9(05).
005600     05  AQ-AS-OF-DATE           PIC 9(08).
005700     05  AQ-HISTORY-FLAG         PIC X(01).
005800         88  AQ-HISTORY-WANTED   VALUE 'Y'.
005900*
006000 FD  HISTORY-FILE.
006100     COPY "XRHIST.cpy".
006200*
006300*    ONE 'A' RECORD ANSWERS EACH REQUEST; 'H' RECORDS FOLLOW IT
006400*    WITH THE FULL HISTORY WHEN IT WAS ASKED FOR.
006500*
006600 FD  INQUIRY-RESP-FILE.
006700 01  INQUIRY-RESP-RECORD.
006800     05  XR-ARRANGEMENT-NUMB     PIC 9(05).
006900     05  XR-AS-OF-DATE           PIC 9(08).
007000     05  XR-RESPONSE-TYPE        PIC X(01).
007100         88  XR-AS-OF-ANSWER     VALUE 'A'.
007200         88  XR-HISTORY-LINE     VALUE 'H'.
007300     05  XR-FOUND-SWITCH         PIC X(01).
007400         88  XR-FOUND            VALUE 'Y'.
007500     05  XR-EFFECTIVE-FROM       PIC 9(08).
007600     05  XR-EFFECTIVE-TO         PIC 9(08).
007700     05  XR-PAY-POINT-NUMB       PIC 9(03).
007800     05  XR-ARRANGEMENT-TYPE     PIC X(01).
007900     05  XR-STATUS-CD            PIC X(01).
008000     05  XR-CSO                  PIC X(01).
008100     05  XR-OPEN-ACTION          PIC X(01).
008200     05  XR-CLOSE-ACTION         PIC X(01).
008300     05  XR-CHANGED-FIELDS       PIC X(30).
008400*
008500 WORKING-STORAGE SECTION.
008600*
008700 01  WS-REQ-EOF-SWITCH           PIC X(01) VALUE 'N'.
008800     88  WS-REQ-EOF              VALUE 'Y'.
008900 01  WS-HIST-EOF-SWITCH          PIC X(01) VALUE 'N'.
009000     88  WS-HIST-EOF             VALUE 'Y'.
009100*
009200 01  WS-CURR-KEY                 PIC 9(06).
009300 01  WS-HIST-KEY                 PIC 9(06).
009400 01  WS-HIGH-KEY                 PIC 9(06) VALUE 999999.
009500 01  WS-IN-FORCE-SUB             PIC 9(03) COMP.
009600*
009700 01  WS-REQUESTS-READ            PIC 9(07) VALUE 0.
009800 01  WS-REQUESTS-FOUND           PIC 9(07) VALUE 0.
009900 01  WS-REQUESTS-NOT-FOUND       PIC 9(07) VALUE 0.
010000 01  WS-HISTORY-LINES            PIC 9(07) VALUE 0.
010100*
010200 01  VH-TABLE-MAX                PIC 9(03) COMP VALUE 500.
010300 01  VH-TABLE-COUNT              PIC 9(03) COMP VALUE 0.
010400 01  VH-SUB                      PIC 9(03) COMP.
010500 01  VH-TABLE.
010600     05  VH-ENTRY OCCURS 500 TIMES.
010700         10  VH-ARRANGEMENT-NUMB PIC 9(05).
010800         10  VH-EFFECTIVE-FROM   PIC 9(08).
010900         10  VH-EFFECTIVE-TO     PIC 9(08).
011000         10  VH-PAY-POINT-NUMB   PIC 9(03).
011100         10  VH-ARRANGEMENT-TYPE PIC X(01).
011200         10  VH-STATUS-CD        PIC X(01).
011300         10  VH-CSO              PIC X(01).
011400         10  VH-OPEN-ACTION      PIC X(01).
011500         10  VH-CLOSE-ACTION     PIC X(01).
011600         10  VH-CHANGED-FIELDS   PIC X(30).
011700         10  VH-RECORDED-DATE    PIC 9(08).
011800*
011900 PROCEDURE DIVISION.
012000*
012100 0000-MAINLINE.
012200     PERFORM 1000-INITIALIZE
012300     PERFORM 2000-ANSWER-ONE-ARRANGEMENT
012400         UNTIL WS-REQ-EOF
012500     DISPLAY 'XREFASOF - REQUESTS READ:  ' WS-REQUESTS-READ
012600     DISPLAY 'XREFASOF - IN FORCE FOUND: ' WS-REQUESTS-FOUND
012700     DISPLAY 'XREFASOF - NOT FOUND:      ' WS-REQUESTS-NOT-FOUND
012800     DISPLAY 'XREFASOF - HISTORY LINES:  ' WS-HISTORY-LINES
012900     PERFORM 9999-EXIT.
013000*
013100 1000-INITIALIZE.
013200     SORT REQ-SORT-FILE
013300         ON ASCENDING KEY SQ-ARRANGEMENT-NUMB SQ-AS-OF-DATE
013400         USING INQUIRY-REQ-FILE
013500         GIVING SORTED-REQ-FILE
013600     OPEN INPUT  SORTED-REQ-FILE
013700     OPEN INPUT  HISTORY-FILE
013800     OPEN OUTPUT INQUIRY-RESP-FILE
013900     PERFORM 8000-READ-REQUEST
014000     PERFORM 8100-READ-HISTORY.
014100*
014200 2000-ANSWER-ONE-ARRANGEMENT.
014300     MOVE AQ-ARRANGEMENT-NUMB TO WS-CURR-KEY
014400     MOVE ZERO TO VH-TABLE-COUNT
014500     PERFORM 8100-READ-HISTORY
014600         UNTIL WS-HIST-KEY NOT < WS-CURR-KEY
014700     PERFORM 2100-LOAD-ONE-VERSION
014800         UNTIL WS-HIST-KEY NOT = WS-CURR-KEY
014900     PERFORM 2200-ANSWER-ONE-REQUEST
015000         UNTIL WS-REQ-EOF
015100            OR AQ-ARRANGEMENT-NUMB NOT = WS-CURR-KEY.
015200*
015300 2100-LOAD-ONE-VERSION.
015400     IF VH-TABLE-COUNT NOT < VH-TABLE-MAX
015500         DISPLAY 'XREFASOF - VERSION TABLE FULL AT ' VH-TABLE-MAX
015600             ' FOR ARRANGEMENT ' WS-CURR-KEY
015700         MOVE 8 TO RETURN-CODE
015800         STOP RUN
015900     END-IF
016000     ADD 1 TO VH-TABLE-COUNT
016100     MOVE ARRANGEMENT-HISTORY-RECORD TO VH-ENTRY (VH-TABLE-COUNT)
016200     PERFORM 8100-READ-HISTORY.
016300*
016400*    A VERSION IS IN FORCE FROM ITS EFFECTIVE-FROM DATE UP TO
016500*    BUT NOT INCLUDING ITS EFFECTIVE-TO DATE.
016600*
016700 2200-ANSWER-ONE-REQUEST.
016800     ADD 1 TO WS-REQUESTS-READ
016900     MOVE ZERO TO WS-IN-FORCE-SUB
017000     PERFORM 2210-TEST-ONE-VERSION
017100         VARYING VH-SUB FROM 1 BY 1
017200         UNTIL VH-SUB > VH-TABLE-COUNT
017300     MOVE SPACES TO INQUIRY-RESP-RECORD
017400     MOVE AQ-ARRANGEMENT-NUMB TO XR-ARRANGEMENT-NUMB
017500     MOVE AQ-AS-OF-DATE       TO XR-AS-OF-DATE
017600     MOVE 'A'                 TO XR-RESPONSE-TYPE
017700     IF WS-IN-FORCE-SUB > ZERO
017800         ADD 1 TO WS-REQUESTS-FOUND
017900         MOVE WS-IN-FORCE-SUB TO VH-SUB
018000         PERFORM 2300-FILL-FROM-VERSION
018100     ELSE
018200         ADD 1 TO WS-REQUESTS-NOT-FOUND
018300         MOVE 'N'  TO XR-FOUND-SWITCH
018400         MOVE ZERO TO XR-EFFECTIVE-FROM XR-EFFECTIVE-TO
018500                      XR-PAY-POINT-NUMB
018600     END-IF
018700     WRITE INQUIRY-RESP-RECORD
018800     IF AQ-HISTORY-WANTED
018900         MOVE 'H' TO XR-RESPONSE-TYPE
019000         PERFORM 2400-LIST-ONE-VERSION
019100             VARYING VH-SUB FROM 1 BY 1
019200             UNTIL VH-SUB > VH-TABLE-COUNT
019300     END-IF
019400     PERFORM 8000-READ-REQUEST.
019500*
019600 2210-TEST-ONE-VERSION.
019700     IF VH-EFFECTIVE-FROM (VH-SUB) NOT > AQ-AS-OF-DATE
019800         AND VH-EFFECTIVE-TO (VH-SUB) > AQ-AS-OF-DATE
019900         MOVE VH-SUB TO WS-IN-FORCE-SUB
020000     END-IF.
020100*
020200 2300-FILL-FROM-VERSION.
020300     MOVE 'Y' TO XR-FOUND-SWITCH
020400     MOVE VH-EFFECTIVE-FROM (VH-SUB)   TO XR-EFFECTIVE-FROM
020500     MOVE VH-EFFECTIVE-TO (VH-SUB)     TO XR-EFFECTIVE-TO
020600     MOVE VH-PAY-POINT-NUMB (VH-SUB)   TO XR-PAY-POINT-NUMB
020700     MOVE VH-ARRANGEMENT-TYPE (VH-SUB) TO XR-ARRANGEMENT-TYPE
020800     MOVE VH-STATUS-CD (VH-SUB)        TO XR-STATUS-CD
020900     MOVE VH-CSO (VH-SUB)              TO XR-CSO
021000     MOVE VH-OPEN-ACTION (VH-SUB)      TO XR-OPEN-ACTION
021100     MOVE VH-CLOSE-ACTION (VH-SUB)     TO XR-CLOSE-ACTION
021200     MOVE VH-CHANGED-FIELDS (VH-SUB)   TO XR-CHANGED-FIELDS.
021300*
021400 2400-LIST-ONE-VERSION.
021500     ADD 1 TO WS-HISTORY-LINES
021600     PERFORM 2300-FILL-FROM-VERSION
021700     WRITE INQUIRY-RESP-RECORD.
021800*
021900 8000-READ-REQUEST.
022000     READ SORTED-REQ-FILE
022100         AT END MOVE 'Y' TO WS-REQ-EOF-SWITCH
022200     END-READ.
022300*
022400 8100-READ-HISTORY.
022500     IF WS-HIST-EOF
022600         MOVE WS-HIGH-KEY TO WS-HIST-KEY
022700     ELSE
022800         READ HISTORY-FILE
022900             AT END
023000                 MOVE 'Y' TO WS-HIST-EOF-SWITCH
023100                 MOVE WS-HIGH-KEY TO WS-HIST-KEY
023200             NOT AT END
023300                 MOVE AH-ARRANGEMENT-NUMB TO WS-HIST-KEY
023400         END-READ
023500     END-IF.
023600*
023700 9999-EXIT.
023800     CLOSE SORTED-REQ-FILE HISTORY-FILE INQUIRY-RESP-FILE
023900     STOP RUN.
