000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TFRACC.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  TFRACC
000900*  MONTHLY TFR (TRATTAMENTO DI FINE RAPPORTO) ACCRUAL.  FOR THE
001000*  MONTH GIVEN ON SYSIN (AAAAMM), WALKS THE KEYED PAY REGISTER
001100*  (PAYREG.CPY) AND, FOR EVERY MATRICOLA WITH PERIODS ENDING
001200*  IN THAT MONTH - WEEKLY AND MONTHLY CYCLES ALIKE - ADDS THE
001300*  MONTH'S GROSS DIVIDED BY THE STATUTORY DIVISOR (PAYPARM
001400*  PP-TFR-DIVISOR, ZERO = 13.50) TO THE KEYED TFR ACCUMULATOR
001500*  (TFRMAST, TFRREC.CPY).  A MATRICOLA SEEN FOR THE FIRST TIME
001600*  GETS A NEW ACCUMULATOR.  TF-LAST-MONTH IS THE RESTART GUARD:
001700*  A MONTH ALREADY ACCRUED IS SKIPPED, SO A RERUN IS HARMLESS.
001800*  AN ACCUMULATOR STILL OPEN ON AN EARLIER YEAR MEANS THE
001900*  YEAR-END REVALUATION (TFRRIV) HAS NOT RUN - THAT EMPLOYEE IS
002000*  LEFT UNTOUCHED AND THE STEP ENDS RC 8.  PRINTS ONE LINE PER
002100*  EMPLOYEE UNDER THE COMMON HEADING.  RUN IN THE MONTHEND JOB
002200*  AFTER THE LAST WEEKLY AND THE MONTHLY PAY RUN OF THE MONTH
002300*  HAVE FILED THEIR REGISTER RECORDS.
002400*  MOD HISTORY
002500*  15/10/2026 LG  NEW.
002530*  15/10/2026 LG  AN ACCUMULATOR ALREADY PAID OUT BY THE FINAL
002560*                 SETTLEMENT (TF-SETTLED-DATE SET) IS SKIPPED.
002600****************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
002900  SOURCE-COMPUTER. IBM-PC.
003000  OBJECT-COMPUTER. IBM-PC.
003100  INPUT-OUTPUT SECTION.
003200  FILE-CONTROL.
003300      SELECT PAY-REGISTER ASSIGN TO "PAYREG"
003400          ORGANIZATION INDEXED
003500          ACCESS MODE DYNAMIC
003600          RECORD KEY PR-KEY
003700          FILE STATUS IS DL-REG-FILE-STATUS.
003800      SELECT TFR-MASTER ASSIGN TO "TFRMAST"
003900          ORGANIZATION INDEXED
004000          ACCESS MODE DYNAMIC
004100          RECORD KEY TF-MATRICOLA
004200          FILE STATUS IS DL-TFR-FILE-STATUS.
004300      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
004400          ORGANIZATION LINE SEQUENTIAL
004500          FILE STATUS IS DL-PP-FILE-STATUS.
004600      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
004700          ORGANIZATION LINE SEQUENTIAL
004800          FILE STATUS IS DL-EXC-FILE-STATUS.
004900*
005000  DATA DIVISION.
005100  FILE SECTION.
005200  FD  PAY-REGISTER.
005300  COPY PAYREG.
005400  FD  TFR-MASTER.
005500  COPY TFRREC.
005600  FD  PAY-PARAMS.
005700  COPY PAYPARM.
005800  FD  EXCEPTION-FILE.
005900  COPY EXCREC.
006000*
006100  WORKING-STORAGE SECTION.
006200  COPY RPTHDRW.
006300  01  DL-REG-FILE-STATUS           PIC X(02).
006400  01  DL-TFR-FILE-STATUS           PIC X(02).
006500  01  DL-PP-FILE-STATUS            PIC X(02).
006600  01  DL-EXC-FILE-STATUS           PIC X(02).
006700  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
006800      88  DL-END-OF-FILE                      VALUE 'Y'.
006900  01  DL-FOUND-SW                  PIC X(01).
007000      88  DL-TFR-FOUND                        VALUE 'Y'.
007100  01  DL-BUFFER                    PIC X(10).
007200  01  DL-BUFFER-CHECK              PIC X(07) JUSTIFIED RIGHT.
007300  01  DL-WANTED-MONTH              PIC 9(06).
007400  01  DL-WANTED-MONTH-R REDEFINES DL-WANTED-MONTH.
007500      05  DL-WANTED-YEAR           PIC 9(04).
007600      05  DL-WANTED-MM             PIC 9(02).
007700  01  DL-DIVISOR                   PIC 9(02)V99.
007800  01  DL-CUR-MATRICOLA             PIC X(05).
007900  01  DL-CUR-NOME                  PIC X(20).
008000  01  DL-CUR-GROSS                 PIC 9(09)V99.
008100  01  DL-CUR-PERIODS               PIC 9(03).
008200  01  DL-ACCRUAL                   PIC 9(09)V99.
008300  01  DL-READ-COUNT                PIC 9(06) VALUE 0.
008400  01  DL-EMP-COUNT                 PIC 9(06) VALUE 0.
008500  01  DL-NEW-COUNT                 PIC 9(06) VALUE 0.
008600  01  DL-SKIP-COUNT                PIC 9(06) VALUE 0.
008700  01  DL-STALE-COUNT               PIC 9(06) VALUE 0.
008800  01  DL-TOT-GROSS                 PIC 9(11)V99 VALUE 0.
008900  01  DL-TOT-ACCRUAL               PIC 9(11)V99 VALUE 0.
009000*
009100  PROCEDURE DIVISION.
009200****************************************************************
009300*  0000-MAINLINE
009400****************************************************************
009500  0000-MAINLINE.
009600      MOVE 'TFRACC' TO RH-PROGRAM-NAME.
009700      MOVE 'MONTHLY TFR ACCRUAL' TO RH-REPORT-TITLE.
009800      PERFORM 9700-OPEN-EXCEPTION-FILE
009900          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
010000      PERFORM 1000-GET-MONTH THRU 1000-GET-MONTH-EXIT.
010100      PERFORM 1500-READ-PAY-PARAMS
010200          THRU 1500-READ-PAY-PARAMS-EXIT.
010300      OPEN INPUT PAY-REGISTER.
010400      IF DL-REG-FILE-STATUS NOT = '00'
010500          DISPLAY 'IMPOSSIBILE APRIRE PAYREG - STATUS '
010600              DL-REG-FILE-STATUS
010700          CLOSE EXCEPTION-FILE
010800          MOVE 8 TO RETURN-CODE
010900          GOBACK
011000      END-IF.
011100      OPEN I-O TFR-MASTER.
011200      IF DL-TFR-FILE-STATUS = '35'
011300          OPEN OUTPUT TFR-MASTER
011400          CLOSE TFR-MASTER
011500          OPEN I-O TFR-MASTER
011600      END-IF.
011700      IF DL-TFR-FILE-STATUS NOT = '00'
011800          DISPLAY 'IMPOSSIBILE APRIRE TFRMAST - STATUS '
011900              DL-TFR-FILE-STATUS
012000          CLOSE PAY-REGISTER EXCEPTION-FILE
012100          MOVE 8 TO RETURN-CODE
012200          GOBACK
012300      END-IF.
012400      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
012500      MOVE SPACES TO DL-CUR-MATRICOLA.
012600      MOVE 'N' TO DL-EOF-SW.
012700      MOVE LOW-VALUES TO PR-KEY.
012800      START PAY-REGISTER KEY NOT < PR-KEY
012900          INVALID KEY
013000              MOVE 'Y' TO DL-EOF-SW
013100      END-START.
013200      PERFORM 2000-READ-ONE-PERIOD
013300          THRU 2000-READ-ONE-PERIOD-EXIT
013400          UNTIL DL-END-OF-FILE.
013500      IF DL-CUR-MATRICOLA NOT = SPACES
013600          PERFORM 3000-ACCRUE-ONE-EMPLOYEE
013700              THRU 3000-ACCRUE-ONE-EMPLOYEE-EXIT
013800      END-IF.
013900      CLOSE PAY-REGISTER TFR-MASTER EXCEPTION-FILE.
014000      DISPLAY ' '.
014100      DISPLAY 'MESE DI COMPETENZA   : ' DL-WANTED-MONTH.
014200      DISPLAY 'RECORD REGISTRO LETTI: ' DL-READ-COUNT.
014300      DISPLAY 'DIPENDENTI MATURATI  : ' DL-EMP-COUNT.
014400      DISPLAY 'NUOVI ACCUMULATORI   : ' DL-NEW-COUNT.
014500      DISPLAY 'GIA MATURATI (SALTATI): ' DL-SKIP-COUNT.
014600      DISPLAY 'ANNO NON CHIUSO      : ' DL-STALE-COUNT.
014700      DISPLAY 'TOTALE LORDO MESE    : ' DL-TOT-GROSS.
014800      DISPLAY 'TOTALE TFR MATURATO  : ' DL-TOT-ACCRUAL.
014900      IF DL-EMP-COUNT = 0 AND DL-SKIP-COUNT = 0
015000          DISPLAY 'NESSUN PERIODO A REGISTRO PER IL MESE '
015100              DL-WANTED-MONTH
015200          IF RETURN-CODE < 4
015300              MOVE 4 TO RETURN-CODE
015400          END-IF
015500      END-IF.
015600      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
015700      GOBACK.
015800****************************************************************
015900*  1000-GET-MONTH
016000*  THE ACCRUAL MONTH COMES FROM SYSIN AS AAAAMM.  ANYTHING
016100*  ELSE IS FATAL - THE STEP MUST NOT GUESS WHICH MONTH TO BOOK.
016200****************************************************************
016300  1000-GET-MONTH.
016400      DISPLAY 'MESE DA MATURARE (AAAAMM)?'.
016500      ACCEPT DL-BUFFER.
016600      MOVE DL-BUFFER(1:6) TO DL-BUFFER-CHECK.
016700      INSPECT DL-BUFFER-CHECK REPLACING ALL SPACE BY ZERO.
016800      IF DL-BUFFER = SPACES OR DL-BUFFER-CHECK NOT NUMERIC
016900          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
017000          CLOSE EXCEPTION-FILE
017100          MOVE 8 TO RETURN-CODE
017200          GOBACK
017300      END-IF.
017400      MOVE DL-BUFFER-CHECK(2:6) TO DL-WANTED-MONTH.
017500      IF DL-WANTED-MM < 1 OR DL-WANTED-MM > 12
017600          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
017700          CLOSE EXCEPTION-FILE
017800          MOVE 8 TO RETURN-CODE
017900          GOBACK
018000      END-IF.
018100  1000-GET-MONTH-EXIT.
018200      EXIT.
018300****************************************************************
018400*  1500-READ-PAY-PARAMS
018500*  THE STATUTORY DIVISOR COMES FROM THE ONE-RECORD PAY-
018600*  PARAMETER FILE.  MISSING FILE OR A ZERO VALUE MEANS 13.50.
018700****************************************************************
018800  1500-READ-PAY-PARAMS.
018900      MOVE 13.50 TO DL-DIVISOR.
019000      OPEN INPUT PAY-PARAMS.
019100      IF DL-PP-FILE-STATUS NOT = '00'
019200          GO TO 1500-READ-PAY-PARAMS-EXIT
019300      END-IF.
019400      READ PAY-PARAMS
019500          AT END
019600              CONTINUE
019700          NOT AT END
019800              IF PP-TFR-DIVISOR > 0
019900                  MOVE PP-TFR-DIVISOR TO DL-DIVISOR
020000              END-IF
020100      END-READ.
020200      CLOSE PAY-PARAMS.
020300  1500-READ-PAY-PARAMS-EXIT.
020400      EXIT.
020500****************************************************************
020600*  2000-READ-ONE-PERIOD
020700*  THE REGISTER IS KEYED MATRICOLA FIRST, SO ONE EMPLOYEE'S
020800*  PERIODS ARRIVE TOGETHER: THE MONTH'S GROSS IS SUMMED ACROSS
020900*  THEM AND BOOKED ON THE CONTROL BREAK.
021000****************************************************************
021100  2000-READ-ONE-PERIOD.
021200      READ PAY-REGISTER NEXT RECORD
021300          AT END
021400              MOVE 'Y' TO DL-EOF-SW
021500              GO TO 2000-READ-ONE-PERIOD-EXIT
021600      END-READ.
021700      ADD 1 TO DL-READ-COUNT.
021800      IF PR-PERIOD-END(1:6) NOT = DL-WANTED-MONTH
021900          GO TO 2000-READ-ONE-PERIOD-EXIT
022000      END-IF.
022100      IF PR-MATRICOLA NOT = DL-CUR-MATRICOLA
022200          IF DL-CUR-MATRICOLA NOT = SPACES
022300              PERFORM 3000-ACCRUE-ONE-EMPLOYEE
022400                  THRU 3000-ACCRUE-ONE-EMPLOYEE-EXIT
022500          END-IF
022600          MOVE PR-MATRICOLA TO DL-CUR-MATRICOLA
022700          MOVE PR-NOME TO DL-CUR-NOME
022800          MOVE 0 TO DL-CUR-GROSS
022900          MOVE 0 TO DL-CUR-PERIODS
023000      END-IF.
023100      ADD PR-GROSS TO DL-CUR-GROSS.
023200      ADD 1 TO DL-CUR-PERIODS.
023300  2000-READ-ONE-PERIOD-EXIT.
023400      EXIT.
023500****************************************************************
023600*  3000-ACCRUE-ONE-EMPLOYEE
023700*  BOOKS ONE EMPLOYEE'S MONTH: GROSS / DIVISOR INTO THE YEAR
023800*  ACCRUAL AND THE BALANCE, TF-LAST-MONTH STAMPED.
023900****************************************************************
024000  3000-ACCRUE-ONE-EMPLOYEE.
024100      MOVE 'N' TO DL-FOUND-SW.
024200      MOVE DL-CUR-MATRICOLA TO TF-MATRICOLA.
024300      READ TFR-MASTER
024400          INVALID KEY
024500              CONTINUE
024600          NOT INVALID KEY
024700              MOVE 'Y' TO DL-FOUND-SW
024800      END-READ.
024900      IF NOT DL-TFR-FOUND
025000          MOVE DL-CUR-MATRICOLA TO TF-MATRICOLA
025100          MOVE DL-WANTED-YEAR TO TF-YEAR
025200          MOVE 0 TO TF-OPENING-BAL
025300          MOVE 0 TO TF-YEAR-ACCRUAL
025400          MOVE 0 TO TF-BALANCE
025500          MOVE 0 TO TF-LAST-MONTH
025600          MOVE 0 TO TF-CLOSED-YEAR
025700          MOVE 0 TO TF-CLOSED-ACCRUAL
025800          MOVE 0 TO TF-CLOSED-REVAL
025850          MOVE 0 TO TF-SETTLED-DATE
025900      END-IF.
026000      IF TF-LAST-MONTH >= DL-WANTED-MONTH
026050            OR TF-SETTLED-DATE NOT = 0
026100          ADD 1 TO DL-SKIP-COUNT
026200          GO TO 3000-ACCRUE-ONE-EMPLOYEE-EXIT
026300      END-IF.
026400      IF TF-YEAR < DL-WANTED-YEAR
026500          ADD 1 TO DL-STALE-COUNT
026600          MOVE 8 TO EX-SEVERITY
026700          MOVE DL-CUR-MATRICOLA TO EX-KEY
026800          MOVE 'TFR ANNO PRECEDENTE NON RIVALUTATO - NON MATURATO'
026900              TO EX-MESSAGE
027000          PERFORM 9800-WRITE-EXCEPTION
027100              THRU 9800-WRITE-EXCEPTION-EXIT
027200          MOVE 8 TO RETURN-CODE
027300          GO TO 3000-ACCRUE-ONE-EMPLOYEE-EXIT
027400      END-IF.
027500      COMPUTE DL-ACCRUAL ROUNDED = DL-CUR-GROSS / DL-DIVISOR.
027600      MOVE DL-CUR-NOME TO TF-NOME.
027700      ADD DL-ACCRUAL TO TF-YEAR-ACCRUAL.
027800      COMPUTE TF-BALANCE = TF-OPENING-BAL + TF-YEAR-ACCRUAL.
027900      MOVE DL-WANTED-MONTH TO TF-LAST-MONTH.
028000      IF DL-TFR-FOUND
028100          REWRITE TFR-RECORD
028200              INVALID KEY
028300                  DISPLAY 'RISCRITTURA TFRMAST FALLITA - '
028400                      TF-MATRICOLA
028500                  MOVE 8 TO RETURN-CODE
028600          END-REWRITE
028700      ELSE
028800          WRITE TFR-RECORD
028900              INVALID KEY
029000                  DISPLAY 'SCRITTURA TFRMAST FALLITA - '
029100                      TF-MATRICOLA
029200                  MOVE 8 TO RETURN-CODE
029300          END-WRITE
029400          ADD 1 TO DL-NEW-COUNT
029500      END-IF.
029600      ADD 1 TO DL-EMP-COUNT.
029700      ADD DL-CUR-GROSS TO DL-TOT-GROSS.
029800      ADD DL-ACCRUAL TO DL-TOT-ACCRUAL.
029900      DISPLAY TF-MATRICOLA ' ' TF-NOME
030000          ' PERIODI ' DL-CUR-PERIODS
030100          ' LORDO ' DL-CUR-GROSS
030200          ' QUOTA ' DL-ACCRUAL
030300          ' SALDO ' TF-BALANCE.
030400  3000-ACCRUE-ONE-EMPLOYEE-EXIT.
030500      EXIT.
030600****************************************************************
030700*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
030800*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
030900*  BATCH STEPS.
031000****************************************************************
031100  9700-OPEN-EXCEPTION-FILE.
031200      OPEN EXTEND EXCEPTION-FILE.
031300      IF DL-EXC-FILE-STATUS = '35'
031400          OPEN OUTPUT EXCEPTION-FILE
031500          CLOSE EXCEPTION-FILE
031600          OPEN EXTEND EXCEPTION-FILE
031700      END-IF.
031800  9700-OPEN-EXCEPTION-FILE-EXIT.
031900      EXIT.
032000  9800-WRITE-EXCEPTION.
032100      MOVE 'TFRACC' TO EX-PROGRAM-ID.
032200      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
032300      ACCEPT EX-RUN-TIME FROM TIME.
032400      MOVE 'N' TO EX-ACK-FLAG.
032500      MOVE SPACES TO EX-ACK-OPERATOR.
032600      MOVE 0 TO EX-ACK-DATE.
032700      MOVE SPACES TO EX-ACK-NOTE.
032800      WRITE EXCEPTION-RECORD.
032900  9800-WRITE-EXCEPTION-EXIT.
033000      EXIT.
033100****************************************************************
033200*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
033300****************************************************************
033400  COPY RPTHDRP.
