003340*                   HISTORY CANNOT SURVIVE UNDER A DEAD OR       *
003350*                   REISSUED NUMBER.                             *
003360*                                                                *
003365*   10/15/26  MO    EVERY ERASED CARD NUMBER, CHAIN INCLUDED, IS *
003370*                   NOW ADDED TO THE CUMULATIVE PURGED CARD      *
003375*                   REGISTER (PURGREG.CPY) SO HOTCARD CAN BLOCK  *
003380*                   THE NUMBER AT INTAKE.  THE REGISTER HOLDS    *
003385*                   ONLY THE NUMBER AND THE PURGE DATE.          *
003390*                                                                *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
006000         ORGANIZATION IS SEQUENTIAL.
006010     SELECT REPLACE-LINK-FILE ASSIGN TO CRDLINKF
006020         ORGANIZATION IS SEQUENTIAL.
006040     SELECT OPTIONAL PURGE-REG-FILE ASSIGN TO PURGREG
006060         ORGANIZATION IS SEQUENTIAL.
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  PURGE-REQ-FILE.
011110 FD  REPLACE-LINK-FILE.
011120     COPY "CRDLINK.cpy".
011130*
011140 FD  PURGE-REG-FILE.
011150     COPY "PURGREG.cpy".
011160*
011200 FD  CERT-RPT-FILE.
011300 01  CERT-RPT-RECORD.
011400     05  CT-RUN-DATE             PIC 9(08).
018190         VARYING WS-CHAIN-PASS FROM 1 BY 1
018191         UNTIL WS-CHAIN-PASS > 10
018192         OR NOT WS-CHAIN-ADDED
018200     OPEN OUTPUT CERT-RPT-FILE
018250     OPEN EXTEND PURGE-REG-FILE.
018300*
018400 1100-LOAD-ONE-REQUEST.
018500     IF RQ-TABLE-COUNT < RQ-TABLE-MAX
036600     MOVE RQ-BONHIST-COUNT (WS-RQ-SUB) TO CT-BONHIST-REMOVED
036700     MOVE RQ-LOYFEED-COUNT (WS-RQ-SUB) TO CT-LOYFEED-MASKED
036800     MOVE RQ-EXTRACT-COUNT (WS-RQ-SUB) TO CT-EXTRACT-MASKED
036900     WRITE CERT-RPT-RECORD
036920     MOVE RQ-CARD-NO (WS-RQ-SUB) TO PG-CARD-NO
036940     MOVE WS-RUN-DATE            TO PG-PURGE-DATE
036960     WRITE PURGE-REGISTER-RECORD.
037000*
037100 9999-EXIT.
037200     CLOSE CERT-RPT-FILE PURGE-REG-FILE
037300     STOP RUN.
