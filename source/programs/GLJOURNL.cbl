002000*                   REPORT.  DEBITS MUST EQUAL CREDITS; ANY      *
002100*                   RESIDUE GOES TO THE SUSPENSE ACCOUNT ON THE  *
002200*                   MAP FILE SO THE BATCH ALWAYS BALANCES.       *
002210*   10/15/26  MO    SERVICE-CHARGE WAIVERS FEECALC APPLIED (ITS  *
002220*                   FEEWAIV APPLIED REGISTER) POST AS AN 'FW'    *
002230*                   FEE-INCOME REVERSAL.  THE MASTER'S SERV-CHG  *
002240*                   IS ALREADY NET OF THEM, SO THE 'SC' MOVEMENT *
002250*                   IS GROSSED UP BY THE SAME TOTAL AND FEE      *
002260*                   INCOME SHOWS THE CHARGE AND THE WAIVER       *
002270*                   APART.                                       *
002275*   10/15/26  MO    REPORTS COMPLETION TO EOJCTL, SO MECLOSE     *
002280*                   CAN SEE THE DAY'S JOURNAL HAS POSTED BEFORE  *
002285*                   IT CLOSES THE MONTH.                         *
002287*   10/15/26  MO    GST ON THE DAY'S CHARGES (THE GSTCALC 'TAX'  *
002289*                   SUMMARIES, NET OF CREDIT NOTES) POSTS AS A   *
002291*                   'GS' MOVEMENT - DEBIT REVENUE, CREDIT GST    *
002293*                   LIABILITY - SO REVENUE IS CARRIED EX-GST AND *
002295*                   GSTBAS CAN PROVE THE LIABILITY ACCOUNT.      *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
003400         ORGANIZATION IS SEQUENTIAL.
003500     SELECT JOURNAL-FILE     ASSIGN TO GLJRNLO
003600         ORGANIZATION IS SEQUENTIAL.
003620     SELECT OPTIONAL WAIV-APPLIED-FILE ASSIGN TO FEEWAPLI
003640         ORGANIZATION IS SEQUENTIAL.
003660     SELECT OPTIONAL GST-SUMMARY-FILE ASSIGN TO GSTOUTI
003680         ORGANIZATION IS SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  CURR-MASTER-FILE.
004000     COPY "MSTREC.cpy".
004100*
004200*    ONE MAP ENTRY PER MOVEMENT TYPE - 'CR' CREDITS POSTED,
004250*    'DR' DEBITS POSTED, 'SC' SERVICE CHARGES, 'FW' SERVICE-
004300*    CHARGE WAIVERS (DEBIT FEE INCOME, CREDIT THE ACCOUNTS),
004320*    'GS' GST ON THE CHARGES (DEBIT THE REVENUE THE 'DR' ROW
004340*    CREDITS, CREDIT GST LIABILITY) - PLUS THE 'SU' SUSPENSE
004350*    ACCOUNT FOR ANY BALANCING RESIDUE.
004500*
004600 FD  GL-MAP-FILE.
004700 01  GL-MAP-RECORD.
005700     05  JL-AMOUNT               PIC S9(13)V99.
005800     05  JL-MOVEMENT-TYPE        PIC X(02).
005900     05  JL-SOURCE-JOB           PIC X(08).
005910*
005920*    THE SAME RUN'S FEECALC APPLIED-WAIVER REGISTER.
005930*
005940 FD  WAIV-APPLIED-FILE.
005950     COPY "FEEWAIV.cpy".
005952*
005954*    THE SAME RUN'S GSTCALC OUTPUT.  ONLY ITS 'TAX' SUMMARY
005956*    RECORDS ARE TAKEN - THEIR TAX IS NET OF CREDIT NOTES.
005958*
005960 FD  GST-SUMMARY-FILE.
005962 01  GST-SUMMARY-RECORD.
005964     05  TS-REC-TYPE             PIC X(03).
005966     05  FILLER                  PIC X(39).
005968     05  TS-TAXABLE-AMT          PIC S9(11)V99.
005970     05  TS-TAX-AMT              PIC S9(11)V99.
005972     05  FILLER                  PIC X(1679).
006000*
006100 WORKING-STORAGE SECTION.
006200*
006400     88  WS-MSTR-EOF             VALUE 'Y'.
006500 01  WS-MAP-EOF-SWITCH           PIC X(01) VALUE 'N'.
006600     88  WS-MAP-EOF              VALUE 'Y'.
006620 01  WS-WAIV-EOF-SWITCH          PIC X(01) VALUE 'N'.
006640     88  WS-WAIV-EOF             VALUE 'Y'.
006660 01  WS-GST-EOF-SWITCH           PIC X(01) VALUE 'N'.
006680     88  WS-GST-EOF              VALUE 'Y'.
006700*
006800 01  WS-RUN-DATE                 PIC 9(08).
006900 01  WS-TOTAL-CR                 PIC S9(13)V99 COMP-3 VALUE 0.
007000 01  WS-TOTAL-DR                 PIC S9(13)V99 COMP-3 VALUE 0.
007100 01  WS-TOTAL-SC                 PIC S9(13)V99 COMP-3 VALUE 0.
007150 01  WS-TOTAL-FW                 PIC S9(13)V99 COMP-3 VALUE 0.
007170 01  WS-TOTAL-GS                 PIC S9(13)V99 COMP-3 VALUE 0.
007200 01  WS-DEBITS-POSTED            PIC S9(13)V99 COMP-3 VALUE 0.
007300 01  WS-CREDITS-POSTED           PIC S9(13)V99 COMP-3 VALUE 0.
007400 01  WS-RESIDUE                  PIC S9(13)V99 COMP-3.
007500 01  WS-MOVEMENT-AMT             PIC S9(13)V99 COMP-3.
007600 01  WS-MOVEMENT-TYPE            PIC X(02).
007610 01  WS-JOB-NAME                 PIC X(08) VALUE 'GLJOURNL'.
007620 01  WS-JOB-STATUS               PIC X(01) VALUE 'P'.
007630 01  WS-RECORDS-IN               PIC 9(09) VALUE 0.
007640 01  WS-RECORDS-OUT              PIC 9(09) VALUE 0.
007650 01  WS-RECORDS-REJECTED         PIC 9(09) VALUE 0.
007700*
007800 01  GM-TABLE-MAX                PIC 9(02) COMP VALUE 20.
007900 01  GM-TABLE-COUNT              PIC 9(02) COMP VALUE 0.
010500     PERFORM 1100-LOAD-ONE-MAP-ENTRY
010600         UNTIL WS-MAP-EOF
010700     CLOSE GL-MAP-FILE
010710     OPEN INPUT WAIV-APPLIED-FILE
010720     READ WAIV-APPLIED-FILE
010730         AT END MOVE 'Y' TO WS-WAIV-EOF-SWITCH
010740     END-READ
010750     PERFORM 1200-TOTAL-ONE-WAIVER
010760         UNTIL WS-WAIV-EOF
010770     CLOSE WAIV-APPLIED-FILE
010772     OPEN INPUT GST-SUMMARY-FILE
010774     READ GST-SUMMARY-FILE
010776         AT END MOVE 'Y' TO WS-GST-EOF-SWITCH
010778     END-READ
010780     PERFORM 1300-TOTAL-ONE-TAX-SUMMARY
010782         UNTIL WS-GST-EOF
010784     CLOSE GST-SUMMARY-FILE
010800     OPEN INPUT  CURR-MASTER-FILE
010900     OPEN OUTPUT JOURNAL-FILE
011000     READ CURR-MASTER-FILE
012300         AT END MOVE 'Y' TO WS-MAP-EOF-SWITCH
012400     END-READ.
012500*
012510 1200-TOTAL-ONE-WAIVER.
012520     ADD FW-APPLIED-AMT TO WS-TOTAL-FW
012530     READ WAIV-APPLIED-FILE
012540         AT END MOVE 'Y' TO WS-WAIV-EOF-SWITCH
012550     END-READ.
012560*
012562 1300-TOTAL-ONE-TAX-SUMMARY.
012564     IF TS-REC-TYPE = 'TAX'
012566         ADD TS-TAX-AMT TO WS-TOTAL-GS
012568     END-IF
012570     READ GST-SUMMARY-FILE
012572         AT END MOVE 'Y' TO WS-GST-EOF-SWITCH
012574     END-READ.
012576*
012600 2000-TOTAL-ONE-ACCOUNT.
012650     ADD 1 TO WS-RECORDS-IN
012700     ADD CR-AMT   TO WS-TOTAL-CR
012800     ADD DR-AMT   TO WS-TOTAL-DR
012900     ADD SERV-CHG TO WS-TOTAL-SC
013900     MOVE WS-TOTAL-DR TO WS-MOVEMENT-AMT
014000     PERFORM 3100-POST-ONE-MOVEMENT
014100     MOVE 'SC' TO WS-MOVEMENT-TYPE
014120     COMPUTE WS-MOVEMENT-AMT = WS-TOTAL-SC + WS-TOTAL-FW
014140     PERFORM 3100-POST-ONE-MOVEMENT
014160     IF WS-TOTAL-FW NOT = ZERO
014180         MOVE 'FW' TO WS-MOVEMENT-TYPE
014200         MOVE WS-TOTAL-FW TO WS-MOVEMENT-AMT
014220         PERFORM 3100-POST-ONE-MOVEMENT
014240     END-IF
014260     IF WS-TOTAL-GS NOT = ZERO
014280         MOVE 'GS' TO WS-MOVEMENT-TYPE
014300         MOVE WS-TOTAL-GS TO WS-MOVEMENT-AMT
014320         PERFORM 3100-POST-ONE-MOVEMENT
014340     END-IF.
014400*
014500*    EACH MOVEMENT POSTS AS A BALANCED PAIR - ONE DEBIT LINE
014600*    AND ONE CREDIT LINE FOR THE SAME AMOUNT - TO THE ACCOUNTS
016900     MOVE WS-MOVEMENT-TYPE TO JL-MOVEMENT-TYPE
017000     MOVE 'GLJOURNL' TO JL-SOURCE-JOB
017100     WRITE JOURNAL-RECORD
017150     ADD 1 TO WS-RECORDS-OUT
017200     ADD WS-MOVEMENT-AMT TO WS-DEBITS-POSTED
017300     MOVE GM-T-CREDIT-ACCT (GM-IDX) TO JL-GL-ACCOUNT
017400     MOVE 'C' TO JL-DR-CR-IND
017500     WRITE JOURNAL-RECORD
017550     ADD 1 TO WS-RECORDS-OUT
017600     ADD WS-MOVEMENT-AMT TO WS-CREDITS-POSTED.
017700*
017800 3300-POST-UNMAPPED-TO-SUSPENSE.
021200         MOVE 'SU' TO JL-MOVEMENT-TYPE
021300         MOVE 'GLJOURNL' TO JL-SOURCE-JOB
021400         WRITE JOURNAL-RECORD
021450         ADD 1 TO WS-RECORDS-OUT
021500     END-IF.
021600*
021700 9999-EXIT.
021800     CLOSE CURR-MASTER-FILE JOURNAL-FILE
021820     CALL 'EOJCTL' USING WS-JOB-NAME WS-RUN-DATE
021840         WS-RECORDS-IN WS-RECORDS-OUT WS-RECORDS-REJECTED
021860         WS-JOB-STATUS
021900     STOP RUN.
