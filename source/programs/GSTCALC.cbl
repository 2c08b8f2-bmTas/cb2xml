002200*                   SAME 1747-BYTE SHELL THE UNXINVS 'INV'       *
002300*                   RECORD USES, SO STATEMENTS CAN SHOW A TAX    *
002400*                   BOX AND FINANCE CAN FILE FROM OUR DATA.      *
002410*   10/15/26  MO    TAX SUMMARY NOW WRITTEN PER INVOICE, LOB AND *
002420*                   JURISDICTION, STAMPED WITH THE RUN DATE, AND *
002430*                   CARRYING THE CREDIT-NOTE SHARE (DSPCRED 'CN' *
002440*                   LINES) OF ITS TAXABLE AND TAX AMOUNTS, SO    *
002450*                   GSTBAS CAN BUILD THE QUARTERLY BAS FROM      *
002460*                   THESE RECORDS ALONE.                         *
002500*                                                                *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
005800     88  WS-DTL-EOF              VALUE 'Y'.
005900 01  WS-RATE-EOF-SWITCH          PIC X(01) VALUE 'N'.
006000     88  WS-RATE-EOF             VALUE 'Y'.
006020*
006040 01  WS-RUN-DATE                 PIC 9(08).
006100*
006200 01  WS-LINES-TAXED              PIC 9(09) VALUE 0.
006300 01  WS-TAX-RECORDS-WRITTEN      PIC 9(05) VALUE 0.
007600         10  RT-T-STATE          PIC X(02).
007700         10  RT-T-RATE           PIC 9V9(04).
007800*
007850*    ONE TAX ACCUMULATOR PER INVOICE, LOB AND JURISDICTION SEEN
007900*    ON THE STREAM.
008000*
008100 01  IV-TABLE-MAX                PIC 9(04) COMP VALUE 5000.
008200 01  IV-TABLE-COUNT              PIC 9(04) COMP VALUE 0.
008600         10  IV-INVOICE-NUM      PIC X(11).
008700         10  IV-SYS-PRIN         PIC X(08).
008800         10  IV-ACCT-NUMBER      PIC X(20).
008820         10  IV-LOB              PIC X(02).
008840         10  IV-STATE            PIC X(02).
008900         10  IV-TAXABLE-AMT      PIC S9(11)V99 COMP-3.
009000         10  IV-TAX-AMT          PIC S9(11)V99 COMP-3.
009020         10  IV-CREDIT-AMT       PIC S9(11)V99 COMP-3.
009040         10  IV-CREDIT-TAX       PIC S9(11)V99 COMP-3.
009100*
009200*    THE 'TAX' SUMMARY RECORD, IN THE SAME SHELL AS THE
009250*    UNXINVS 'INV' RECORD.  TAXABLE AND TAX AMOUNTS ARE NET OF
009300*    ANY CREDIT NOTES, WHOSE SHARE IS ALSO CARRIED ON ITS OWN.
009400*
009500 01  TAX-SUMMARY-RECORD.
009600     05  TX-REC-TYPE             PIC X(03) VALUE 'TAX'.
009900     05  TX-INVOICE-NUM          PIC X(11).
010000     05  TX-TAXABLE-AMT          PIC S9(11)V99.
010100     05  TX-TAX-AMT              PIC S9(11)V99.
010120     05  TX-LOB                  PIC X(02).
010140     05  TX-STATE                PIC X(02).
010160     05  TX-TAX-DATE             PIC 9(08).
010180     05  TX-CREDIT-AMT           PIC S9(11)V99.
010200     05  TX-CREDIT-TAX           PIC S9(11)V99.
010220     05  FILLER                  PIC X(1641) VALUE SPACES.
010300*
010400 PROCEDURE DIVISION.
010500*
011700     PERFORM 9999-EXIT.
011800*
011900 1000-INITIALIZE.
011950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
012000     OPEN INPUT RATE-PARM-FILE
012100     READ RATE-PARM-FILE
012200         AT END MOVE 'Y' TO WS-RATE-EOF-SWITCH
019100         WHEN IV-IDX > IV-TABLE-COUNT
019200             PERFORM 2400-ADD-INVOICE-ENTRY
019300         WHEN IV-INVOICE-NUM (IV-IDX) = UNX-DTL-INVOICE-NUM
019350             AND IV-LOB (IV-IDX) = UNX-DTL-LOB
019400             AND IV-STATE (IV-IDX) = WS-LOOKUP-STATE
019450             ADD UNX-DTL-CHARGE TO IV-TAXABLE-AMT (IV-IDX)
019500             ADD WS-LINE-TAX    TO IV-TAX-AMT (IV-IDX)
019550             PERFORM 2500-POST-CREDIT-NOTE-TAX
019600     END-SEARCH.
019700*
019800 2400-ADD-INVOICE-ENTRY.
020400         MOVE UNX-DTL-ACCT-NUMBER TO IV-ACCT-NUMBER (IV-IDX)
020500         MOVE UNX-DTL-CHARGE      TO IV-TAXABLE-AMT (IV-IDX)
020600         MOVE WS-LINE-TAX         TO IV-TAX-AMT (IV-IDX)
020610         MOVE UNX-DTL-LOB         TO IV-LOB (IV-IDX)
020620         MOVE WS-LOOKUP-STATE     TO IV-STATE (IV-IDX)
020630         MOVE ZERO                TO IV-CREDIT-AMT (IV-IDX)
020640         MOVE ZERO                TO IV-CREDIT-TAX (IV-IDX)
020650         PERFORM 2500-POST-CREDIT-NOTE-TAX
020660     END-IF.
020670*
020680*    A CREDIT NOTE REDUCES THE INVOICE'S TAX LIKE ANY OTHER
020690*    LINE, BUT THE BAS REPORTS IT AS AN ADJUSTMENT, SO ITS SHARE
020700*    IS KEPT APART AS WELL.
020710*
020720 2500-POST-CREDIT-NOTE-TAX.
020730     IF UNX-DTL-DETAIL-CATEGORY = 'CN'
020740         ADD UNX-DTL-CHARGE TO IV-CREDIT-AMT (IV-IDX)
020750         ADD WS-LINE-TAX    TO IV-CREDIT-TAX (IV-IDX)
020760     END-IF.
020800*
020900 3000-WRITE-ONE-TAX-RECORD.
021000     ADD 1 TO WS-TAX-RECORDS-WRITTEN
021300     MOVE IV-INVOICE-NUM (WS-IV-SUB) TO TX-INVOICE-NUM
021400     MOVE IV-TAXABLE-AMT (WS-IV-SUB) TO TX-TAXABLE-AMT
021500     MOVE IV-TAX-AMT (WS-IV-SUB)     TO TX-TAX-AMT
021510     MOVE IV-LOB (WS-IV-SUB)         TO TX-LOB
021520     MOVE IV-STATE (WS-IV-SUB)       TO TX-STATE
021530     MOVE WS-RUN-DATE                TO TX-TAX-DATE
021540     MOVE IV-CREDIT-AMT (WS-IV-SUB)  TO TX-CREDIT-AMT
021550     MOVE IV-CREDIT-TAX (WS-IV-SUB)  TO TX-CREDIT-TAX
021600     MOVE TAX-SUMMARY-RECORD TO GST-OUT-RECORD
021700     WRITE GST-OUT-RECORD.
021800*
