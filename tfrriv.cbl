000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TFRRIV.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  TFRRIV
000900*  YEAR-END TFR REVALUATION AND PROVISION.  FOR THE YEAR GIVEN
001000*  ON SYSIN, EVERY TFR ACCUMULATOR (TFRMAST, TFRREC.CPY) STILL
001100*  OPEN ON THAT YEAR OR EARLIER HAS ITS OPENING BALANCE
001200*  REVALUED AT THE PAYPARM PERCENTAGE (PP-TFR-REVAL-PCT), THE
001300*  YEAR'S ACCRUAL AND REVALUATION ARE KEPT IN THE TF-CLOSED-
001400*  FIELDS FOR THE ANNUAL STATEMENT, AND THE RECORD IS OPENED
001500*  ON THE NEXT YEAR WITH THE REVALUED BALANCE.  A RECORD
001600*  ALREADY ON A LATER YEAR WAS CLOSED BY AN EARLIER RUN AND IS
001700*  LEFT ALONE, SO A RERUN IS HARMLESS.
001800*  THE YEAR'S PROVISION (ACCRUAL PLUS REVALUATION) IS SUMMED
001900*  PER COST CENTER FROM EMPMAST AND APPENDED TO THE PENDING
002000*  PROVISION-POSTING FILE (PROVPOST.CPY) - DEBIT TFR, CREDIT
002100*  FONDOTFR - FOR THE NEXT GLPOST RUN TO CARRY TO THE LEDGER.
002200*  A MATRICOLA NO LONGER ON THE MASTER IS COSTED TO CENTER
002300*  '****'.  RC 4 WHEN THERE IS NOTHING TO CLOSE, 8 ON A FILE
002400*  FAILURE.  THE PROVISION IS SUMMED PER COMPANY TOO AND
002410*  CARRIES IT (PV-COMPANY) FOR THAT COMPANY'S GLPOST; A BLANK
002420*  EMP-COMPANY, OR A MATRICOLA NO LONGER ON THE MASTER, IS 01.
002500*  MOD HISTORY
002600*  15/10/2026 LG  NEW.
002630*  15/10/2026 LG  AN ACCUMULATOR ALREADY PAID OUT BY THE FINAL
002660*                 SETTLEMENT (TF-SETTLED-DATE SET) IS SKIPPED.
002670*  15/10/2026 LG  PROVISION PER COMPANY AND COST CENTER, WITH
002680*                 PV-COMPANY (PROVPOST 53 -> 55).
002700****************************************************************
002800  ENVIRONMENT DIVISION.
002900  CONFIGURATION SECTION.
003000  SOURCE-COMPUTER. IBM-PC.
003100  OBJECT-COMPUTER. IBM-PC.
003200  INPUT-OUTPUT SECTION.
003300  FILE-CONTROL.
003400      SELECT TFR-MASTER ASSIGN TO "TFRMAST"
003500          ORGANIZATION INDEXED
003600          ACCESS MODE DYNAMIC
003700          RECORD KEY TF-MATRICOLA
003800          FILE STATUS IS DL-TFR-FILE-STATUS.
003900      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004000          ORGANIZATION INDEXED
004100          ACCESS MODE DYNAMIC
004200          RECORD KEY EMP-MATRICOLA
004300          FILE STATUS IS DL-EMP-FILE-STATUS.
004400      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
004500          ORGANIZATION LINE SEQUENTIAL
004600          FILE STATUS IS DL-PP-FILE-STATUS.
004700      SELECT PROVISION-FILE ASSIGN TO "PROVPOST"
004800          ORGANIZATION LINE SEQUENTIAL
004900          FILE STATUS IS DL-PV-FILE-STATUS.
005000*
005100  DATA DIVISION.
005200  FILE SECTION.
005300  FD  TFR-MASTER.
005400  COPY TFRREC.
005500  FD  EMPLOYEE-MASTER.
005600  01  EMPLOYEE-MASTER-RECORD.
005700      COPY EMPREC.
005800      05  EMP-WORK-DAY            PIC 9(01).
005900  FD  PAY-PARAMS.
006000  COPY PAYPARM.
006100  FD  PROVISION-FILE.
006200  COPY PROVPOST.
006300*
006400  WORKING-STORAGE SECTION.
006500  COPY RPTHDRW.
006600  01  DL-TFR-FILE-STATUS           PIC X(02).
006700  01  DL-EMP-FILE-STATUS           PIC X(02).
006800  01  DL-PP-FILE-STATUS            PIC X(02).
006900  01  DL-PV-FILE-STATUS            PIC X(02).
007000  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
007100      88  DL-END-OF-FILE                      VALUE 'Y'.
007200  01  DL-FOUND-SW                  PIC X(01).
007300      88  DL-CC-FOUND                         VALUE 'Y'.
007400  01  DL-WANTED-YEAR               PIC 9(04).
007500  01  DL-REVAL-PCT                 PIC 9(02)V9(04) VALUE 0.
007600  01  DL-REVAL                     PIC 9(09)V99.
007700  01  DL-PROVISION                 PIC 9(09)V99.
007800  01  DL-COST-CENTER               PIC X(04).
007850  01  DL-EMP-COMPANY               PIC X(02).
007900  01  DL-CC-COUNT                  PIC 9(03) VALUE 0.
008000  01  DL-CC-TABLE.
008100      05  DL-CC-ENTRY OCCURS 100 TIMES INDEXED BY DL-CC-IDX.
008150          10  DL-CC-COMPANY        PIC X(02).
008200          10  DL-CC-CODE           PIC X(04).
008300          10  DL-CC-TOTAL          PIC 9(11)V99.
008400  01  DL-I                         PIC 9(03).
008500  01  DL-HIT                       PIC 9(03).
008600  01  DL-READ-COUNT                PIC 9(06) VALUE 0.
008700  01  DL-CLOSED-COUNT              PIC 9(06) VALUE 0.
008800  01  DL-DONE-COUNT                PIC 9(06) VALUE 0.
008900  01  DL-TOT-ACCRUAL               PIC 9(11)V99 VALUE 0.
009000  01  DL-TOT-REVAL                 PIC 9(11)V99 VALUE 0.
009100  01  DL-TOT-PROVISION             PIC 9(11)V99 VALUE 0.
009200*
009300  PROCEDURE DIVISION.
009400****************************************************************
009500*  0000-MAINLINE
009600****************************************************************
009700  0000-MAINLINE.
009800      MOVE 'TFRRIV' TO RH-PROGRAM-NAME.
009900      MOVE 'YEAR-END TFR REVALUATION AND PROVISION'
010000          TO RH-REPORT-TITLE.
010100      DISPLAY 'ANNO DA CHIUDERE (AAAA)?'.
010200      ACCEPT DL-WANTED-YEAR.
010300      PERFORM 1500-READ-PAY-PARAMS
010400          THRU 1500-READ-PAY-PARAMS-EXIT.
010500      OPEN I-O TFR-MASTER.
010600      IF DL-TFR-FILE-STATUS NOT = '00'
010700          DISPLAY 'IMPOSSIBILE APRIRE TFRMAST - STATUS '
010800              DL-TFR-FILE-STATUS
010900          MOVE 8 TO RETURN-CODE
011000          GOBACK
011100      END-IF.
011200      OPEN INPUT EMPLOYEE-MASTER.
011300      IF DL-EMP-FILE-STATUS NOT = '00'
011400          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
011500              DL-EMP-FILE-STATUS
011600          CLOSE TFR-MASTER
011700          MOVE 8 TO RETURN-CODE
011800          GOBACK
011900      END-IF.
012000      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
012100      DISPLAY 'PERCENTUALE DI RIVALUTAZIONE: ' DL-REVAL-PCT.
012200      MOVE 'N' TO DL-EOF-SW.
012300      MOVE LOW-VALUES TO TF-MATRICOLA.
012400      START TFR-MASTER KEY NOT < TF-MATRICOLA
012500          INVALID KEY
012600              MOVE 'Y' TO DL-EOF-SW
012700      END-START.
012800      PERFORM 2000-CLOSE-ONE-YEAR THRU 2000-CLOSE-ONE-YEAR-EXIT
012900          UNTIL DL-END-OF-FILE.
013000      CLOSE TFR-MASTER EMPLOYEE-MASTER.
013100      IF DL-CC-COUNT > 0
013200          PERFORM 3000-WRITE-PROVISIONS
013300              THRU 3000-WRITE-PROVISIONS-EXIT
013400      END-IF.
013500      DISPLAY ' '.
013600      DISPLAY 'ACCUMULATORI LETTI   : ' DL-READ-COUNT.
013700      DISPLAY 'ANNI CHIUSI          : ' DL-CLOSED-COUNT.
013800      DISPLAY 'GIA CHIUSI (SALTATI) : ' DL-DONE-COUNT.
013900      DISPLAY 'TOTALE TFR MATURATO  : ' DL-TOT-ACCRUAL.
014000      DISPLAY 'TOTALE RIVALUTAZIONE : ' DL-TOT-REVAL.
014100      DISPLAY 'ACCANTONAMENTO ANNO  : ' DL-TOT-PROVISION.
014200      IF DL-CLOSED-COUNT = 0
014300          DISPLAY 'NESSUN ACCUMULATORE DA CHIUDERE PER L''ANNO '
014400              DL-WANTED-YEAR
014500          IF RETURN-CODE < 4
014600              MOVE 4 TO RETURN-CODE
014700          END-IF
014800      END-IF.
014900      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
015000      GOBACK.
015100****************************************************************
015200*  1500-READ-PAY-PARAMS
015300*  THE REVALUATION PERCENTAGE IS SET EACH YEAR ON THE ONE-
015400*  RECORD PAY-PARAMETER FILE.  UNLIKE THE ACCRUAL DIVISOR IT
015500*  HAS NO SAFE DEFAULT, SO A MISSING FILE IS FATAL; A ZERO
015600*  PERCENTAGE IS ALLOWED BUT WARNED (RC 4).
015700****************************************************************
015800  1500-READ-PAY-PARAMS.
015900      OPEN INPUT PAY-PARAMS.
016000      IF DL-PP-FILE-STATUS NOT = '00'
016100          DISPLAY 'IMPOSSIBILE APRIRE PAYPARM - STATUS '
016200              DL-PP-FILE-STATUS
016300          MOVE 8 TO RETURN-CODE
016400          GOBACK
016500      END-IF.
016600      READ PAY-PARAMS
016700          AT END
016800              DISPLAY 'PAYPARM VUOTO - ELABORAZIONE RIFIUTATA'
016900              CLOSE PAY-PARAMS
017000              MOVE 8 TO RETURN-CODE
017100              GOBACK
017200      END-READ.
017300      CLOSE PAY-PARAMS.
017400      MOVE PP-TFR-REVAL-PCT TO DL-REVAL-PCT.
017500      IF DL-REVAL-PCT = 0
017600          DISPLAY 'PP-TFR-REVAL-PCT A ZERO - NESSUNA '
017700              'RIVALUTAZIONE'
017800          MOVE 4 TO RETURN-CODE
017900      END-IF.
018000  1500-READ-PAY-PARAMS-EXIT.
018100      EXIT.
018200****************************************************************
018300*  2000-CLOSE-ONE-YEAR
018400*  REVALUES THE OPENING BALANCE (THE ACCRUAL OF THE YEAR BEING
018500*  CLOSED IS NOT REVALUED), ROLLS THE RECORD TO THE NEXT YEAR
018600*  AND ADDS THE PROVISION TO THE EMPLOYEE'S COST CENTER.
018700****************************************************************
018800  2000-CLOSE-ONE-YEAR.
018900      READ TFR-MASTER NEXT RECORD
019000          AT END
019100              MOVE 'Y' TO DL-EOF-SW
019200              GO TO 2000-CLOSE-ONE-YEAR-EXIT
019300      END-READ.
019400      ADD 1 TO DL-READ-COUNT.
019500      IF TF-YEAR > DL-WANTED-YEAR OR TF-SETTLED-DATE NOT = 0
019600          ADD 1 TO DL-DONE-COUNT
019700          GO TO 2000-CLOSE-ONE-YEAR-EXIT
019800      END-IF.
019900      COMPUTE DL-REVAL ROUNDED =
020000          TF-OPENING-BAL * DL-REVAL-PCT / 100.
020100      COMPUTE DL-PROVISION = TF-YEAR-ACCRUAL + DL-REVAL.
020200      MOVE DL-WANTED-YEAR TO TF-CLOSED-YEAR.
020300      MOVE TF-YEAR-ACCRUAL TO TF-CLOSED-ACCRUAL.
020400      MOVE DL-REVAL TO TF-CLOSED-REVAL.
020500      COMPUTE TF-BALANCE =
020600          TF-OPENING-BAL + TF-YEAR-ACCRUAL + DL-REVAL.
020700      MOVE TF-BALANCE TO TF-OPENING-BAL.
020800      MOVE 0 TO TF-YEAR-ACCRUAL.
020900      COMPUTE TF-YEAR = DL-WANTED-YEAR + 1.
021000      REWRITE TFR-RECORD
021100          INVALID KEY
021200              DISPLAY 'RISCRITTURA TFRMAST FALLITA - '
021300                  TF-MATRICOLA
021400              MOVE 8 TO RETURN-CODE
021500              GO TO 2000-CLOSE-ONE-YEAR-EXIT
021600      END-REWRITE.
021700      ADD 1 TO DL-CLOSED-COUNT.
021800      ADD TF-CLOSED-ACCRUAL TO DL-TOT-ACCRUAL.
021900      ADD DL-REVAL TO DL-TOT-REVAL.
022000      ADD DL-PROVISION TO DL-TOT-PROVISION.
022100      DISPLAY TF-MATRICOLA ' ' TF-NOME
022200          ' MATURATO ' TF-CLOSED-ACCRUAL
022300          ' RIVALUT. ' DL-REVAL
022400          ' SALDO ' TF-BALANCE.
022500      IF DL-PROVISION = 0
022600          GO TO 2000-CLOSE-ONE-YEAR-EXIT
022700      END-IF.
022800      MOVE TF-MATRICOLA TO EMP-MATRICOLA.
022900      READ EMPLOYEE-MASTER
023000          INVALID KEY
023100              MOVE '****' TO DL-COST-CENTER
023150              MOVE SPACES TO DL-EMP-COMPANY
023200          NOT INVALID KEY
023300              MOVE EMP-COST-CENTER TO DL-COST-CENTER
023350              MOVE EMP-COMPANY TO DL-EMP-COMPANY
023400      END-READ.
023410      IF DL-EMP-COMPANY = SPACES
023420          MOVE '01' TO DL-EMP-COMPANY
023430      END-IF.
023500      PERFORM 2100-ADD-TO-CENTER THRU 2100-ADD-TO-CENTER-EXIT.
023600  2000-CLOSE-ONE-YEAR-EXIT.
023700      EXIT.
023800  2100-ADD-TO-CENTER.
023900      MOVE 'N' TO DL-FOUND-SW.
024000      PERFORM 2110-MATCH-ONE-CC THRU 2110-MATCH-ONE-CC-EXIT
024100          VARYING DL-I FROM 1 BY 1
024200          UNTIL DL-I > DL-CC-COUNT OR DL-CC-FOUND.
024300      IF NOT DL-CC-FOUND
024400          IF DL-CC-COUNT >= 100
024500              DISPLAY 'TABELLA CENTRI DI COSTO PIENA - '
024600                  'ELABORAZIONE INTERROTTA'
024700              MOVE 8 TO RETURN-CODE
024800              MOVE 'Y' TO DL-EOF-SW
024900              GO TO 2100-ADD-TO-CENTER-EXIT
025000          END-IF
025100          ADD 1 TO DL-CC-COUNT
025200          SET DL-CC-IDX TO DL-CC-COUNT
025250          MOVE DL-EMP-COMPANY TO DL-CC-COMPANY(DL-CC-IDX)
025300          MOVE DL-COST-CENTER TO DL-CC-CODE(DL-CC-IDX)
025400          MOVE 0 TO DL-CC-TOTAL(DL-CC-IDX)
025500          MOVE DL-CC-COUNT TO DL-HIT
025600      END-IF.
025700      ADD DL-PROVISION TO DL-CC-TOTAL(DL-HIT).
025800  2100-ADD-TO-CENTER-EXIT.
025900      EXIT.
026000  2110-MATCH-ONE-CC.
026100      IF DL-CC-CODE(DL-I) = DL-COST-CENTER
026150              AND DL-CC-COMPANY(DL-I) = DL-EMP-COMPANY
026200          MOVE 'Y' TO DL-FOUND-SW
026300          MOVE DL-I TO DL-HIT
026400      END-IF.
026500  2110-MATCH-ONE-CC-EXIT.
026600      EXIT.
026700****************************************************************
026800*  3000-WRITE-PROVISIONS
026900*  ONE PENDING POSTING PER COST CENTER, APPENDED SO ANY OTHER
027000*  PROVISION STILL WAITING FOR GLPOST IS KEPT.
027100****************************************************************
027200  3000-WRITE-PROVISIONS.
027300      OPEN EXTEND PROVISION-FILE.
027400      IF DL-PV-FILE-STATUS = '35'
027500          OPEN OUTPUT PROVISION-FILE
027600          CLOSE PROVISION-FILE
027700          OPEN EXTEND PROVISION-FILE
027800      END-IF.
027900      IF DL-PV-FILE-STATUS NOT = '00'
028000          DISPLAY 'IMPOSSIBILE APRIRE PROVPOST - STATUS '
028100              DL-PV-FILE-STATUS
028200          MOVE 8 TO RETURN-CODE
028300          GO TO 3000-WRITE-PROVISIONS-EXIT
028400      END-IF.
028500      PERFORM 3100-WRITE-ONE-PROVISION
028600          THRU 3100-WRITE-ONE-PROVISION-EXIT
028700          VARYING DL-I FROM 1 BY 1
028800          UNTIL DL-I > DL-CC-COUNT.
028900      CLOSE PROVISION-FILE.
029000  3000-WRITE-PROVISIONS-EXIT.
029100      EXIT.
029200  3100-WRITE-ONE-PROVISION.
029300      MOVE 'TFRRIV' TO PV-SOURCE.
029400      COMPUTE PV-REFERENCE = DL-WANTED-YEAR * 100 + 12.
029500      MOVE 'TFR' TO PV-DR-ACCOUNT.
029600      MOVE 'FONDOTFR' TO PV-CR-ACCOUNT.
029700      MOVE DL-CC-CODE(DL-I) TO PV-COST-CENTER.
029800      MOVE DL-CC-TOTAL(DL-I) TO PV-AMOUNT.
029900      MOVE 0 TO PV-POSTED-RUN.
029950      MOVE DL-CC-COMPANY(DL-I) TO PV-COMPANY.
030000      WRITE PROVISION-POSTING-RECORD.
030100  3100-WRITE-ONE-PROVISION-EXIT.
030200      EXIT.
030300****************************************************************
030400*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
030500****************************************************************
030600  COPY RPTHDRP.
