000100******************************************************************
000200*                                                                *
000300*   PPADJ    - PRIOR-PERIOD ADJUSTMENT RECORD                    *
000400*                                                                *
000500*   ONE RECORD PER POSTING A PROGRAM IN THE ACCOUNT MASTER SUITE *
000600*   WOULD HAVE MADE INTO A PERIOD THE MONTH-END CLOSE HAS LOCKED *
000700*   (PERSTAT.CPY).  THE POSTING IS HELD HERE IN THE POSTING      *
000800*   DETAIL SHAPE MOVLEDGR READS, UNDER A KEY OF THE PRODUCING    *
000900*   JOB, ITS RUN DATE AND A SEQUENCE WITHIN THE RUN.  PRODUCERS  *
001000*   APPEND PENDING RECORDS; PPAPOST MATCHES FINANCE'S APPROVALS  *
001100*   AGAINST THEM, RELEASES APPROVED ITEMS INTO THE CURRENT       *
001200*   POSTING STREAM AND CARRIES THE REST.                         *
001300*                                                                *
001400*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
001500*  ---|----------|------------------------------|------------    *
001600*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
001700*                                                                *
001800******************************************************************
001900 01  PRIOR-PERIOD-ADJ-RECORD.
002000     05  PA-ADJ-KEY.
002100         10  PA-SOURCE-JOB       PIC X(08).
002200         10  PA-RUN-DATE         PIC 9(08).
002300         10  PA-SEQ-NO           PIC 9(05).
002400     05  PA-PERIOD               PIC 9(06).
002500     05  PA-POSTING.
002600         10  PA-RECORD-NO        PIC 9(07).
002700         10  PA-MOVEMENT-TYPE    PIC X(01).
002800         10  PA-SOURCE           PIC X(08).
002900         10  PA-POST-DATE        PIC 9(08).
003000         10  PA-AMOUNT           PIC S9(13)V99.
003100     05  PA-STATUS               PIC X(01).
003200         88  PA-PENDING          VALUE 'P'.
003300         88  PA-APPROVED         VALUE 'A'.
003400         88  PA-DECLINED         VALUE 'D'.
003500     05  PA-APPROVE-OPER         PIC X(08).
003600     05  PA-APPROVE-DATE         PIC 9(08).
