002100*                   REPORT PER ARCHIVE, SO FINDING SOMETHING     *
002200*                   NO LONGER MEANS KNOWING WHICH PROGRAM OWNS   *
002300*                   IT.                                          *
002310*   10/15/26  MO    EACH CATALOG ENTRY NOW CARRIES THE DATE      *
002320*                   ARCPURGE DESTROYED THE UNIT, ZERO WHILE IT   *
002330*                   IS STILL ON THE ARCHIVE.  NEW ENTRIES COME   *
002340*                   ON AT ZERO, AND A PURGED UNIT IS LEFT OFF    *
002350*                   THE RETENTION-EXPIRY REPORT.                 *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
005000     05  OC-VOLUME               PIC X(06).
005100     05  OC-ARCHIVED-DATE        PIC 9(08).
005200     05  OC-RETENTION-YEARS      PIC 9(02).
005250     05  OC-PURGED-DATE          PIC 9(08).
005300*
005400 FD  ENTRY-FILE.
005500 01  ENTRY-RECORD.
007400     05  NC-VOLUME               PIC X(06).
007500     05  NC-ARCHIVED-DATE        PIC 9(08).
007600     05  NC-RETENTION-YEARS      PIC 9(02).
007650     05  NC-PURGED-DATE          PIC 9(08).
007700*
007800 FD  EXPIRY-REPORT.
007900 01  EXPIRY-REPORT-RECORD.
015100     END-READ.
015200*
015300*    RETENTION EXPIRES ON THE ARCHIVE ANNIVERSARY - YEARS
015350*    ADD STRAIGHT ONTO THE YYYYMMDD DATE.  A UNIT ARCPURGE HAS
015400*    ALREADY DESTROYED IS NO LONGER REPORTED.
015500*
015600 2100-CHECK-RETENTION.
015700     COMPUTE WS-EXPIRY-DATE =
015800         OC-ARCHIVED-DATE + OC-RETENTION-YEARS * 10000
015900     IF WS-RUN-DATE > WS-EXPIRY-DATE
015950         AND OC-PURGED-DATE = ZERO
016000         ADD 1 TO WS-UNITS-EXPIRED
016100         MOVE OC-SOURCE        TO DT-SOURCE
016200         MOVE OC-UNIT-ID       TO DT-UNIT-ID
017100 3000-ADD-ONE-NEW-ENTRY.
017200     ADD 1 TO WS-UNITS-CATALOGED
017300     MOVE ENTRY-RECORD TO NEW-CATALOG-RECORD
017350     MOVE ZERO TO NC-PURGED-DATE
017400     WRITE NEW-CATALOG-RECORD
017500     READ ENTRY-FILE
017600         AT END MOVE 'Y' TO WS-ENT-EOF-SWITCH
