000100******************************************************************
000200*                                                                *
000300*   GENREG   - MASTER FILE GENERATION REGISTRY RECORD            *
000400*                                                                *
000500*   ONE RECORD PER GENERATION OF A MASTER FILE, APPENDED BY      *
000600*   GENRCRD EACH TIME A NIGHTLY JOB REWRITES THE MASTER OLD TO   *
000700*   NEW, AND BY GENRBCK WHEN A ROLLBACK'S REPLAYED MASTER IS     *
000800*   RELEASED.  GENERATIONS ARE NUMBERED FROM 1 PER MASTER;       *
000900*   GENERATION N WAS MADE BY APPLYING TRANSACTION BATCH N TO     *
001000*   GENERATION N-1 (GR-OLD-GENERATION), SO A BATCH IS NAMED BY   *
001100*   THE GENERATION IT MADE.  THE OLD AND NEW CONTROLS CARRY THE  *
001200*   RUN DATE, CREATING JOB, RECORD COUNT AND HASH TOTAL IN THE   *
001300*   SHAPE OF THE EXTCTL TRAILER.  A ROLLBACK ENTRY ('R') NAMES   *
001400*   THE GENERATION IT WAS REBUILT FROM AND THE BATCH IT LEFT     *
001500*   OUT, AND THE OPERATOR WHO ASKED FOR IT.  GR-HASH-FIELD IS    *
001600*   THE FIELD THE HASH TOTAL IS TAKEN OVER, AS ON THE EXTVERFY   *
001700*   PARAMETER CARD, SO A ROLLBACK HASHES AS REGISTRATION DID.    *
001800*                                                                *
001900*  VER| DATE     | DESCRIPTION                  | AUTHOR         *
002000*  ---|----------|------------------------------|------------    *
002100*  01 | 10/15/26 | FIRST ISSUE                  | M. OSEI        *
002200*                                                                *
002300******************************************************************
002400 01  GENERATION-REGISTRY-RECORD.
002500     05  GR-MASTER-NAME          PIC X(08).
002600     05  GR-GENERATION           PIC 9(05).
002700     05  GR-ENTRY-TYPE           PIC X(01).
002800         88  GR-NIGHTLY          VALUE 'N'.
002900         88  GR-ROLLBACK         VALUE 'R'.
003000     05  GR-OLD-GENERATION       PIC 9(05).
003100     05  GR-SKIPPED-GENERATION   PIC 9(05).
003200     05  GR-TRAN-COUNT           PIC 9(09).
003300     05  GR-HASH-FIELD.
003400         10  GR-HASH-OFFSET      PIC 9(04).
003500         10  GR-HASH-LENGTH      PIC 9(02).
003600         10  GR-HASH-USAGE       PIC X(01).
003700         10  GR-HASH-DECIMALS    PIC 9(01).
003800     05  GR-OLD-CONTROL.
003900         10  GR-OLD-RUN-DATE     PIC 9(08).
004000         10  GR-OLD-JOB-NAME     PIC X(08).
004100         10  GR-OLD-RECORD-COUNT PIC 9(09).
004200         10  GR-OLD-HASH-TOTAL   PIC S9(15)V99.
004300     05  GR-NEW-CONTROL.
004400         10  GR-NEW-RUN-DATE     PIC 9(08).
004500         10  GR-NEW-JOB-NAME     PIC X(08).
004600         10  GR-NEW-RECORD-COUNT PIC 9(09).
004700         10  GR-NEW-HASH-TOTAL   PIC S9(15)V99.
004800     05  GR-OPER-ID              PIC X(08).
