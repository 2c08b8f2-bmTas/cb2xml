002000*                   SEVERITY EXCEPTION, AMBER FOR ANY OTHER      *
002100*                   EXCEPTIONS, GREEN OTHERWISE.  ONE PAGE       *
002200*                   INSTEAD OF A 40-MINUTE SYSOUT SHUFFLE.       *
002220*   10/15/26  MO    OFFER CATALOGUE REJECTS (HIGH) AND RATE      *
002240*                   WARNINGS (MEDIUM) FROM OFRCHK ADDED.         *
002260*   10/15/26  MO    BALANCE INQUIRY SECURITY CASES (HIGH) FROM   *
002280*                   BALSCRN ADDED.                               *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT XPOST-EXCPT-FILE ASSIGN TO XPOSTXPT
004400         ORGANIZATION IS SEQUENTIAL.
004420     SELECT OPTIONAL OFR-REJECT-FILE  ASSIGN TO OFRCHKRJ
004440         ORGANIZATION IS SEQUENTIAL.
004460     SELECT OPTIONAL OFR-WARNING-FILE ASSIGN TO OFRCHKWN
004480         ORGANIZATION IS SEQUENTIAL.
004485     SELECT OPTIONAL BAL-CASE-FILE    ASSIGN TO BALSECCS
004490         ORGANIZATION IS SEQUENTIAL.
004500     SELECT DASHBOARD-FILE   ASSIGN TO MORNDSHP
004600         ORGANIZATION IS SEQUENTIAL.
004700 DATA DIVISION.
006400 01  SIB-ORPHAN-RECORD           PIC X(28).
006500 FD  XPOST-EXCPT-FILE.
006600 01  XPOST-EXCPT-RECORD          PIC X(61).
006620 FD  OFR-REJECT-FILE.
006640 01  OFR-REJECT-RECORD           PIC X(104).
006660 FD  OFR-WARNING-FILE.
006680 01  OFR-WARNING-RECORD          PIC X(104).
006685 FD  BAL-CASE-FILE.
006690 01  BAL-CASE-RECORD             PIC X(50).
006700*
006800 FD  DASHBOARD-FILE.
006900 01  DASHBOARD-RECORD.
021300     CLOSE XPOST-EXCPT-FILE
021400     MOVE 'XPOSTXPT' TO XL-FILE-NAME
021500     MOVE 'HIGH  ' TO XL-SEVERITY
021600     PERFORM 3500-PRINT-EXCPT-LINE
021605     MOVE 'N' TO WS-EOF-SWITCH
021610     MOVE 0 TO WS-EXCPT-COUNT
021615     OPEN INPUT OFR-REJECT-FILE
021620     PERFORM 3170-COUNT-ONE-OFR-REJECT
021625         UNTIL WS-EOF
021630     CLOSE OFR-REJECT-FILE
021635     MOVE 'OFRCHKRJ' TO XL-FILE-NAME
021640     MOVE 'HIGH  ' TO XL-SEVERITY
021645     PERFORM 3500-PRINT-EXCPT-LINE
021650     MOVE 'N' TO WS-EOF-SWITCH
021655     MOVE 0 TO WS-EXCPT-COUNT
021660     OPEN INPUT OFR-WARNING-FILE
021665     PERFORM 3180-COUNT-ONE-OFR-WARNING
021670         UNTIL WS-EOF
021675     CLOSE OFR-WARNING-FILE
021680     MOVE 'OFRCHKWN' TO XL-FILE-NAME
021685     MOVE 'MEDIUM' TO XL-SEVERITY
021686     PERFORM 3500-PRINT-EXCPT-LINE
021687     MOVE 'N' TO WS-EOF-SWITCH
021688     MOVE 0 TO WS-EXCPT-COUNT
021689     OPEN INPUT BAL-CASE-FILE
021690     PERFORM 3190-COUNT-ONE-BAL-CASE
021691         UNTIL WS-EOF
021692     CLOSE BAL-CASE-FILE
021693     MOVE 'BALSECCS' TO XL-FILE-NAME
021694     MOVE 'HIGH  ' TO XL-SEVERITY
021695     PERFORM 3500-PRINT-EXCPT-LINE.
021700*
021800 3110-COUNT-ONE-NEG.
021900     READ NEG-RPT-FILE
025000         AT END MOVE 'Y' TO WS-EOF-SWITCH
025100         NOT AT END ADD 1 TO WS-EXCPT-COUNT
025200     END-READ.
025205*
025210 3170-COUNT-ONE-OFR-REJECT.
025215     READ OFR-REJECT-FILE
025220         AT END MOVE 'Y' TO WS-EOF-SWITCH
025225         NOT AT END ADD 1 TO WS-EXCPT-COUNT
025230     END-READ.
025235*
025240 3180-COUNT-ONE-OFR-WARNING.
025245     READ OFR-WARNING-FILE
025250         AT END MOVE 'Y' TO WS-EOF-SWITCH
025255         NOT AT END ADD 1 TO WS-EXCPT-COUNT
025260     END-READ.
025265*
025270 3190-COUNT-ONE-BAL-CASE.
025275     READ BAL-CASE-FILE
025280         AT END MOVE 'Y' TO WS-EOF-SWITCH
025285         NOT AT END ADD 1 TO WS-EXCPT-COUNT
025290     END-READ.
025300*
025400 3500-PRINT-EXCPT-LINE.
025500     MOVE WS-EXCPT-COUNT TO XL-RECORD-COUNT
