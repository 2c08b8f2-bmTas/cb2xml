001800*                   PRINT STEP RUNS.  THIS IS WHAT CAUGHT THE    *
001900*                   PRIOR INCIDENTS WHERE A RECORD PRINTED UNDER *
002000*                   THE WRONG OVERLAY.                           *
002020*   10/15/26  MO    USAGE GRAPH LINE (UGRPH/UG, USGGRAF.CPY)     *
002040*                   ADDED TO THE RULE TABLE.                     *
002050*   10/15/26  MO    LATE FEE (LFEE/LF), DISPUTE CREDIT NOTE      *
002060*                   (CRNOT/CN) AND CYCLE-CHANGE NOTICE           *
002070*                   (CYCCH/BC) LINES ADDED TO THE RULE TABLE.    *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
005300*    TABLE FROM A CONTROL FILE; HERE IT IS LOADED FROM A LITERAL
005400*    TABLE SINCE THE COMBINATIONS CHANGE RARELY.
005500*
005600 01  OV-RULE-COUNT               PIC 9(02) COMP VALUE 9.
005700 01  OV-RULE-TABLE.
005800     05  OV-RULE OCCURS 9 TIMES
005900                 INDEXED BY OV-IDX.
006000         10  OV-DETAIL-TYPE      PIC X(05).
006100         10  OV-DETAIL-CATEGORY  PIC X(02).
009000     MOVE 'CMSG ' TO OV-DETAIL-TYPE (OV-IDX)
009100     MOVE 'CM'    TO OV-DETAIL-CATEGORY (OV-IDX)
009200     MOVE 'UNX-DTL-CMSG-DATA'      TO OV-OVERLAY-NAME (OV-IDX)
009220     SET OV-IDX TO 6
009240     MOVE 'UGRPH' TO OV-DETAIL-TYPE (OV-IDX)
009260     MOVE 'UG'    TO OV-DETAIL-CATEGORY (OV-IDX)
009280     MOVE 'USAGE-GRAPH-DATA'       TO OV-OVERLAY-NAME (OV-IDX)
009285     SET OV-IDX TO 7
009290     MOVE 'LFEE ' TO OV-DETAIL-TYPE (OV-IDX)
009295     MOVE 'LF'    TO OV-DETAIL-CATEGORY (OV-IDX)
009300     MOVE 'UNX-DTL-MSG-TEXT'       TO OV-OVERLAY-NAME (OV-IDX)
009305     SET OV-IDX TO 8
009310     MOVE 'CRNOT' TO OV-DETAIL-TYPE (OV-IDX)
009315     MOVE 'CN'    TO OV-DETAIL-CATEGORY (OV-IDX)
009320     MOVE 'UNX-DTL-MSG-TEXT'       TO OV-OVERLAY-NAME (OV-IDX)
009325     SET OV-IDX TO 9
009330     MOVE 'CYCCH' TO OV-DETAIL-TYPE (OV-IDX)
009335     MOVE 'BC'    TO OV-DETAIL-CATEGORY (OV-IDX)
009340     MOVE 'UNX-DTL-MSG-TEXT'       TO OV-OVERLAY-NAME (OV-IDX)
009400     OPEN INPUT  STMT-DETAIL-FILE
009500     OPEN OUTPUT MISMATCH-FILE
009600     READ STMT-DETAIL-FILE
