001600*                   MERGE ON INVOICE AND DETAIL NUMBER.  EVERY   *
001700*                   ENTRY, APPLIED OR REJECTED, GOES TO THE      *
001800*                   AUDIT TRAIL WITH ITS DISPOSITION.            *
001820*   10/15/26  MO    THE AUDIT TRAIL NOW RECORDS THE TIME OF THE  *
001840*                   RUN AS WELL AS THE DATE, FOR THE CONSOLIDATED*
001860*                   AUDIT STORE (AUDNORM).                       *
001900*                                                                *
002000******************************************************************
002100 ENVIRONMENT DIVISION.
006000     05  DA-INVOICE-NUM          PIC X(11).
006100     05  DA-DETAIL-NUM           PIC 9(07).
006200     05  DA-DISPOSITION          PIC X(25).
006250     05  DA-RUN-TIME             PIC 9(06).
006300*
006400 WORKING-STORAGE SECTION.
006500*
006900     88  WS-TRAN-EOF             VALUE 'Y'.
007000*
007100 01  WS-RUN-DATE                 PIC 9(08).
007150 01  WS-RUN-TIME                 PIC 9(08).
007200 01  WS-APPLIED-COUNT            PIC 9(07) VALUE 0.
007300 01  WS-REJECTED-COUNT           PIC 9(07) VALUE 0.
007400*
008800*
008900 1000-INITIALIZE.
009000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
009050     ACCEPT WS-RUN-TIME FROM TIME
009100     OPEN INPUT  OLD-DSP-FILE
009200     OPEN INPUT  DSP-ENTRY-FILE
009300     OPEN OUTPUT NEW-DSP-FILE
017200*
017300 3200-WRITE-AUDIT-RECORD.
017400     MOVE WS-RUN-DATE    TO DA-RUN-DATE
017450     MOVE WS-RUN-TIME (1:6) TO DA-RUN-TIME
017500     MOVE DE-ACTION-CODE TO DA-ACTION-CODE
017600     MOVE DE-INVOICE-NUM TO DA-INVOICE-NUM
017700     MOVE DE-DETAIL-NUM  TO DA-DETAIL-NUM
