002287*                   UNCHANGED.  MSGLFIND DOES THE DATE-PLUS-      *
002288*                   LANGUAGE LOOKUP WITH FALLBACK; MSGLCOVR       *
002289*                   REPORTS UNTRANSLATED ENTRIES PER LANGUAGE.    *
002291*                                                                *
002293*   10/15/26  MO    EVERY PARAMETER ENTRY, LOADED OR REJECTED,   *
002295*                   NOW GOES TO A DATED AUDIT TRAIL (MSGAUDT) FOR*
002297*                   THE CONSOLIDATED AUDIT STORE (AUDNORM).      *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003600         ORGANIZATION IS SEQUENTIAL.
003610     SELECT MSG-LANG-LOAD-FILE  ASSIGN TO MSGTBLL
003620         ORGANIZATION IS SEQUENTIAL.
003640     SELECT MSG-AUDIT-FILE      ASSIGN TO MSGAUDT
003660         ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  MSG-TABLE-PARM-FILE.
005200 01  MSG-TABLE-ERR-RECORD.
005300     05  ERR-PARM-RECORD         PIC X(164).
005400     05  ERR-REASON              PIC X(30).
005405*
005410*    ONE RECORD PER PARAMETER ENTRY, LOADED OR REJECTED, SO THE
005415*    TABLE'S CHANGES ARE TRACEABLE RUN BY RUN.
005420*
005425 FD  MSG-AUDIT-FILE.
005430 01  MSG-AUDIT-RECORD.
005435     05  MA-RUN-DATE             PIC 9(08).
005440     05  MA-RUN-TIME             PIC 9(06).
005445     05  MA-LANG-CD              PIC X(02).
005450     05  MA-DATE-COMP            PIC X(06).
005455     05  MA-DISPOSITION          PIC X(25).
005500*
005600 WORKING-STORAGE SECTION.
005700*
005900     88  WS-EOF                  VALUE 'Y'.
006000 01  WS-RECORDS-LOADED           PIC 9(05) COMP-3 VALUE 0.
006100 01  WS-RECORDS-REJECTED         PIC 9(05) COMP-3 VALUE 0.
006120 01  WS-RUN-DATE                 PIC 9(08).
006140 01  WS-RUN-TIME                 PIC 9(08).
006200*
006300 PROCEDURE DIVISION.
006400*
007100     PERFORM 9999-EXIT.
007200*
007300 1000-INITIALIZE.
007320     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
007340     ACCEPT WS-RUN-TIME FROM TIME
007400     OPEN INPUT  MSG-TABLE-PARM-FILE
007500     OPEN OUTPUT MSG-TABLE-LOAD-FILE
007550     OPEN OUTPUT MSG-LANG-LOAD-FILE
007600     OPEN OUTPUT MSG-TABLE-ERR-FILE
007650     OPEN OUTPUT MSG-AUDIT-FILE
007700     READ MSG-TABLE-PARM-FILE
007800         AT END MOVE 'Y' TO WS-EOF-SWITCH
007900     END-READ.
008100 2000-LOAD-ONE-RECORD.
008200     IF PARM-DATE-COMP = SPACES
008300         MOVE 'DATE-COMP CODE MISSING' TO ERR-REASON
008350         MOVE 'REJECTED - NO DATE-COMP' TO MA-DISPOSITION
008400         PERFORM 2100-WRITE-REJECT
008500     ELSE
008600         IF PARM-GRP-I1-A = SPACES AND PARM-GRP-I1-B = SPACES
008700             MOVE 'BOTH HELP-TEXT LINES BLANK' TO ERR-REASON
008750             MOVE 'REJECTED - NO HELP TEXT' TO MA-DISPOSITION
008800             PERFORM 2100-WRITE-REJECT
008900         ELSE
009000             PERFORM 2200-WRITE-LOAD-RECORD
009700 2100-WRITE-REJECT.
009800     ADD 1 TO WS-RECORDS-REJECTED
009900     MOVE MSG-TABLE-PARM-RECORD TO ERR-PARM-RECORD
009950     WRITE MSG-TABLE-ERR-RECORD
010000     PERFORM 3200-WRITE-AUDIT-RECORD.
010100*
010200*    EVERY LANGUAGE LOADS TO THE MULTI-LANGUAGE TABLE; THE
010210*    DEFAULT LANGUAGE ALSO LOADS TO THE EXISTING TABLE FILE
010740     MOVE PARM-DATE-COMP TO MSGL-DATE-COMP
010750     MOVE PARM-GRP-I1-A  TO MSGL-GRP-A
010760     MOVE PARM-GRP-I1-B  TO MSGL-GRP-B
010762     WRITE CT750MSGL
010764     MOVE 'LOADED' TO MA-DISPOSITION
010766     PERFORM 3200-WRITE-AUDIT-RECORD.
010768*
010770 3200-WRITE-AUDIT-RECORD.
010772     MOVE WS-RUN-DATE        TO MA-RUN-DATE
010774     MOVE WS-RUN-TIME (1:6)  TO MA-RUN-TIME
010776     MOVE PARM-LANG-CD       TO MA-LANG-CD
010778     MOVE PARM-DATE-COMP     TO MA-DATE-COMP
010780     WRITE MSG-AUDIT-RECORD.
010800*
010900 9999-EXIT.
011000     CLOSE MSG-TABLE-PARM-FILE MSG-TABLE-LOAD-FILE
011050           MSG-LANG-LOAD-FILE
011100           MSG-TABLE-ERR-FILE MSG-AUDIT-FILE
011200     STOP RUN.
