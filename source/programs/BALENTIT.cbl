002300*                   INTERNAL PROVISIONING BALANCES.  A           *
002400*                   REQUESTER WITH NO TABLE ENTRY SEES           *
002500*                   NOTHING, AND THAT DENIAL LOGS TOO.           *
002520*   10/15/26  MO    A REQUESTER ON THE BALSCRN BLOCK LIST        *
002540*                   (BALBLOCK.CPY, BLOCKS LESS RELEASES) IS      *
002560*                   DENIED EVERY ROW AND THE NAME, WHATEVER ITS  *
002580*                   CLASS, AND THE DENIAL LOGS AS ALL-BLOCKD.    *
002585*   10/15/26  MO    BLOCK LIST LOOKUPS NOW KEY ON WORKING        *
002590*                   STORAGE, NOT ON THE CLOSED BLOCK FILE'S      *
002595*                   RECORD AREA.                                 *
002600*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
003900         ORGANIZATION IS SEQUENTIAL.
004000     SELECT DENIAL-LOG     ASSIGN TO BALENTDL
004100         ORGANIZATION IS SEQUENTIAL.
004120     SELECT OPTIONAL BLOCK-FILE ASSIGN TO BALBLOCK
004140         ORGANIZATION IS SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  INQ-LOG-FILE.
006500     05  DL-REQUESTER-ID         PIC X(08).
006600     05  DL-ACCT-NUMBER          PIC X(20).
006700     05  DL-DENIED-ITEM          PIC X(10).
006720*
006740 FD  BLOCK-FILE.
006760     COPY "BALBLOCK.cpy".
006800*
006900 WORKING-STORAGE SECTION.
007000*
007400     88  WS-ENT-EOF              VALUE 'Y'.
007500 01  WS-CLASS-FOUND-SWITCH       PIC X(01).
007600     88  WS-CLASS-FOUND          VALUE 'Y'.
007620 01  WS-BLOCK-EOF-SWITCH         PIC X(01) VALUE 'N'.
007640     88  WS-BLOCK-EOF            VALUE 'Y'.
007660 01  WS-BLOCKED-SWITCH           PIC X(01).
007680     88  WS-REQUESTER-BLOCKED    VALUE 'Y'.
007690 01  WS-CURR-REQUESTER           PIC X(08).
007700*
007800 01  WS-RUN-DATE                 PIC 9(08).
007900 01  WS-ROWS-BLANKED             PIC 9(09) VALUE 0.
009200         10  ET-T-PREFIX         PIC X(03).
009300         10  ET-T-TYPE-ALLOWED   OCCURS 10 TIMES PIC X(01).
009400         10  ET-T-NAME-ALLOWED   PIC X(01).
009405*
009410*    REQUESTERS ON THE BLOCK LIST, AFTER RELEASES ARE APPLIED.
009415*
009420 01  BK-TABLE-MAX                PIC 9(04) COMP VALUE 1000.
009425 01  BK-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
009430 01  BK-TABLE.
009435     05  BK-ENTRY OCCURS 1000 TIMES
009440                  INDEXED BY BK-IDX.
009445         10  BK-REQUESTER-ID     PIC X(08).
009450         10  BK-STATUS           PIC X(01).
009455             88  BK-BLOCKED      VALUE 'B'.
009500*
009600 PROCEDURE DIVISION.
009700*
011300     PERFORM 1100-LOAD-ENTITLE-ENTRY
011400         UNTIL WS-ENT-EOF
011500     CLOSE ENTITLE-FILE
011510     OPEN INPUT BLOCK-FILE
011520     READ BLOCK-FILE
011530         AT END MOVE 'Y' TO WS-BLOCK-EOF-SWITCH
011540     END-READ
011550     PERFORM 1200-APPLY-ONE-BLOCK-ACTION
011560         UNTIL WS-BLOCK-EOF
011570     CLOSE BLOCK-FILE
011600     OPEN INPUT  INQ-LOG-FILE
011700     OPEN OUTPUT FILTERED-FILE
011800     OPEN OUTPUT DENIAL-LOG
013700 1110-LOAD-ONE-FLAG.
013800     MOVE ET-TYPE-ALLOWED (WS-TY-SUB)
013900         TO ET-T-TYPE-ALLOWED (ET-IDX WS-TY-SUB).
013902*
013904 1200-APPLY-ONE-BLOCK-ACTION.
013905     MOVE RB-REQUESTER-ID TO WS-CURR-REQUESTER
013906     PERFORM 1210-FIND-BLOCK-ENTRY
013908     IF RB-BLOCK
013910         PERFORM 1220-ADD-BLOCK-ENTRY
013912     END-IF
013914     IF RB-RELEASE
013916         AND WS-REQUESTER-BLOCKED
013918         MOVE 'R' TO BK-STATUS (BK-IDX)
013920     END-IF
013922     READ BLOCK-FILE
013924         AT END MOVE 'Y' TO WS-BLOCK-EOF-SWITCH
013926     END-READ.
013928*
013930*    LEAVES BK-IDX ON THE REQUESTER IN WS-CURR-REQUESTER, AND
013932*    THE BLOCKED SWITCH SET FROM ITS STATUS.
013934*
013936 1210-FIND-BLOCK-ENTRY.
013938     MOVE 'N' TO WS-BLOCKED-SWITCH
013940     SET BK-IDX TO 1
013942     SEARCH BK-ENTRY
013944         AT END
013946             CONTINUE
013948         WHEN BK-IDX > BK-TABLE-COUNT
013950             CONTINUE
013952         WHEN BK-REQUESTER-ID (BK-IDX) = WS-CURR-REQUESTER
013954             IF BK-BLOCKED (BK-IDX)
013956                 MOVE 'Y' TO WS-BLOCKED-SWITCH
013958             END-IF
013960     END-SEARCH.
013962*
013964 1220-ADD-BLOCK-ENTRY.
013966     IF BK-IDX > BK-TABLE-COUNT
013968         IF BK-TABLE-COUNT NOT < BK-TABLE-MAX
013970             DISPLAY 'BALENTIT - BLOCK TABLE FULL AT '
013972                 BK-TABLE-MAX
013974             MOVE 8 TO RETURN-CODE
013976             STOP RUN
013978         END-IF
013980         ADD 1 TO BK-TABLE-COUNT
013982         SET BK-IDX TO BK-TABLE-COUNT
013984         MOVE WS-CURR-REQUESTER TO BK-REQUESTER-ID (BK-IDX)
013986     END-IF
013988     MOVE 'B' TO BK-STATUS (BK-IDX).
014000*
014100 2000-FILTER-ONE-RECORD.
014200     ADD 1 TO WS-RECORDS-FILTERED
015110             BIL-REQUESTER-ID OF BAL-INQUIRY-LOG-RECORD (1:3)
015200             MOVE 'Y' TO WS-CLASS-FOUND-SWITCH
015300     END-SEARCH
015350     MOVE BIL-REQUESTER-ID OF BAL-INQUIRY-LOG-RECORD
015400         TO WS-CURR-REQUESTER
015450     PERFORM 1210-FIND-BLOCK-ENTRY
015500     EVALUATE TRUE
015550         WHEN WS-REQUESTER-BLOCKED
015600             PERFORM 2250-DENY-BLOCKED
015650         WHEN WS-CLASS-FOUND
015700             PERFORM 2100-APPLY-ENTITLEMENT
015750         WHEN OTHER
015800             PERFORM 2200-DENY-EVERYTHING
015850     END-EVALUATE
015900     MOVE BAL-INQUIRY-LOG-RECORD TO FILTERED-LOG-RECORD
016000     MOVE BI-BALANCE-INQUIRY-RS
016100         TO BIL-RESPONSE-AREA OF FILTERED-LOG-RECORD
019200*
019300 2210-BLANK-ONE-ROW.
019400     MOVE SPACES TO BI-BAL-TYPE-RS (WS-TY-SUB).
019410*
019420 2250-DENY-BLOCKED.
019430     PERFORM 2210-BLANK-ONE-ROW
019440         VARYING WS-TY-SUB FROM 1 BY 1
019450         UNTIL WS-TY-SUB > 10
019460     MOVE SPACES TO BI-ACCT-NAME
019470     MOVE 'ALL-BLOCKD' TO DL-DENIED-ITEM
019480     PERFORM 2300-LOG-DENIAL.
019500*
019600 2300-LOG-DENIAL.
019700     ADD 1 TO WS-ROWS-BLANKED
