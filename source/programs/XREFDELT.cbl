001900*                   TRAILER SO THE CRM LOAD DROPS FROM A FULL    *
002000*                   RELOAD TO MINUTES.  BOTH FILES ARRIVE IN     *
002100*                   KEY ORDER.                                   *
002120*   10/15/26  MO    DELTA RECORD NOW CARRIES THE NEW ARRANGEMENT *
002140*                   TYPE, SO XREFHIST CAN VERSION IT WITH THE    *
002160*                   PAY POINT, STATUS CODE AND CSO.              *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
005000     05  DF-CHANGED-FIELDS       PIC X(30).
005100     05  DF-NEW-STATUS-CD        PIC X(01).
005200     05  DF-NEW-CSO              PIC X(01).
005205     05  DF-NEW-ARR-TYPE         PIC X(01).
005210*
005220 01  DELTA-TRAILER-RECORD.
005230     05  DT-ACTION-CODE          PIC X(01).
005240     05  DT-ADD-COUNT            PIC 9(09).
005250     05  DT-CHANGE-COUNT         PIC 9(09).
005260     05  DT-DELETE-COUNT         PIC 9(09).
005270     05  FILLER                  PIC X(14).
005300*
005400 WORKING-STORAGE SECTION.
005500*
011100     MOVE SPACES TO DF-CHANGED-FIELDS
011200     MOVE STATUS-CD OF COBL-XREF-REC TO DF-NEW-STATUS-CD
011300     MOVE CSO OF COBL-XREF-REC       TO DF-NEW-CSO
011350     MOVE ARRANGEMENT-TYPE OF COBL-XREF-REC TO DF-NEW-ARR-TYPE
011400     WRITE DELTA-FEED-RECORD
011500     PERFORM 8000-READ-CURR-XREF.
011600*
012400     MOVE SPACES TO DF-CHANGED-FIELDS
012500     MOVE SPACE TO DF-NEW-STATUS-CD
012600     MOVE SPACE TO DF-NEW-CSO
012650     MOVE SPACE TO DF-NEW-ARR-TYPE
012700     WRITE DELTA-FEED-RECORD
012800     PERFORM 8100-READ-PRIOR-XREF.
012900*
015400         MOVE WS-CHANGED-FIELDS TO DF-CHANGED-FIELDS
015500         MOVE STATUS-CD OF COBL-XREF-REC TO DF-NEW-STATUS-CD
015600         MOVE CSO OF COBL-XREF-REC       TO DF-NEW-CSO
015620         MOVE ARRANGEMENT-TYPE OF COBL-XREF-REC
015640             TO DF-NEW-ARR-TYPE
015700         WRITE DELTA-FEED-RECORD
015800     END-IF
015900     PERFORM 8000-READ-CURR-XREF
