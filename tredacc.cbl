000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TREDACC.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  TREDACC
000900*  MONTHLY TREDICESIMA (13TH-MONTH) ACCRUAL.  FOR THE MONTH
001000*  GIVEN ON SYSIN (AAAAMM), WALKS THE KEYED EMPLOYEE MASTER
001100*  AND, FOR EVERY EMPLOYEE WHOSE EMPLOYMENT COVERS AT LEAST 15
001200*  DAYS OF THE MONTH (TREDMESI - SO A HIRE OR A CESSATION
001300*  MID-MONTH IS PRO-RATED THE STATUTORY WAY), ADDS ONE TWELFTH
001400*  OF THE MONTHLY PAY - DAILY STIPENDIO TIMES PAYPARM
001500*  PP-MONTH-DAYS (ZERO = 26) - TO THE KEYED ACCUMULATOR
001600*  (TREDMAST, TREDREC.CPY).  TD-LAST-MONTH IS THE RESTART
001700*  GUARD: A MONTH ALREADY ACCRUED IS SKIPPED, SO A RERUN IS
001800*  HARMLESS.  A YEAR ALREADY PAID OUT (DECEMBER PAYOUT OR
001900*  FINAL SETTLEMENT) IS NOT ACCRUED AGAIN.  AN ACCUMULATOR
002000*  STILL HOLDING AN EARLIER YEAR THAT WAS NEVER PAID IS LEFT
002100*  UNTOUCHED AND THE STEP ENDS RC 8 - PAYROLL MUST PAY OR
002200*  CLEAR IT FIRST.  THE MONTH'S ACCRUAL IS BOOKED PER COST
002300*  CENTER ON THE PROVISION-POSTING FILE (PROVPOST.CPY) -
002400*  DEBIT SALARI, CREDIT RATEO13 - SO THE NEXT GLPOST PUTS THE
002500*  LIABILITY ON THE BOOKS BEFORE DECEMBER.  PRINTS ONE LINE
002600*  PER EMPLOYEE UNDER THE COMMON HEADING.  RUN IN THE
002700*  MONTHEND JOB.  ALL COMPANIES ARE ACCRUED IN THE ONE PASS;
002710*  THE PROVISIONS ARE BOOKED PER COMPANY AND COST CENTER
002720*  (PV-COMPANY, BLANK EMP-COMPANY = 01) FOR EACH COMPANY'S OWN
002730*  GLPOST.
002800*  MOD HISTORY
002900*  15/10/2026 LG  NEW.
002910*  15/10/2026 LG  PROVISIONS PER COMPANY AND COST CENTER, WITH
002920*                 PV-COMPANY (PROVPOST 53 -> 55).
003000****************************************************************
003100  ENVIRONMENT DIVISION.
003200  CONFIGURATION SECTION.
003300  SOURCE-COMPUTER. IBM-PC.
003400  OBJECT-COMPUTER. IBM-PC.
003500  INPUT-OUTPUT SECTION.
003600  FILE-CONTROL.
003700      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003800          ORGANIZATION INDEXED
003900          ACCESS MODE DYNAMIC
004000          RECORD KEY EMP-MATRICOLA
004100          FILE STATUS IS DL-EMP-FILE-STATUS.
004200      SELECT TRED-MASTER ASSIGN TO "TREDMAST"
004300          ORGANIZATION INDEXED
004400          ACCESS MODE DYNAMIC
004500          RECORD KEY TD-MATRICOLA
004600          FILE STATUS IS DL-TD-FILE-STATUS.
004700      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
004800          ORGANIZATION LINE SEQUENTIAL
004900          FILE STATUS IS DL-PP-FILE-STATUS.
005000      SELECT PROVISION-FILE ASSIGN TO "PROVPOST"
005100          ORGANIZATION LINE SEQUENTIAL
005200          FILE STATUS IS DL-PV-FILE-STATUS.
005300      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
005400          ORGANIZATION LINE SEQUENTIAL
005500          FILE STATUS IS DL-EXC-FILE-STATUS.
005600*
005700  DATA DIVISION.
005800  FILE SECTION.
005900  FD  EMPLOYEE-MASTER.
006000  01  EMPLOYEE-MASTER-RECORD.
006100      COPY EMPREC.
006200      05  EMP-WORK-DAY            PIC 9(01).
006300  FD  TRED-MASTER.
006400  COPY TREDREC.
006500  FD  PAY-PARAMS.
006600  COPY PAYPARM.
006700  FD  PROVISION-FILE.
006800  COPY PROVPOST.
006900  FD  EXCEPTION-FILE.
007000  COPY EXCREC.
007100*
007200  WORKING-STORAGE SECTION.
007300  COPY RPTHDRW.
007400  01  DL-EMP-FILE-STATUS           PIC X(02).
007500  01  DL-TD-FILE-STATUS            PIC X(02).
007600  01  DL-PP-FILE-STATUS            PIC X(02).
007700  01  DL-PV-FILE-STATUS            PIC X(02).
007800  01  DL-EXC-FILE-STATUS           PIC X(02).
007900  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
008000      88  DL-END-OF-FILE                      VALUE 'Y'.
008100  01  DL-TD-FOUND-SW               PIC X(01).
008200      88  DL-TD-FOUND                         VALUE 'Y'.
008300  01  DL-FOUND-SW                  PIC X(01).
008400      88  DL-CC-FOUND                         VALUE 'Y'.
008500  01  DL-BUFFER                    PIC X(10).
008600  01  DL-BUFFER-CHECK              PIC X(07) JUSTIFIED RIGHT.
008700  01  DL-WANTED-MONTH              PIC 9(06).
008800  01  DL-WANTED-MONTH-R REDEFINES DL-WANTED-MONTH.
008900      05  DL-WANTED-YEAR           PIC 9(04).
009000      05  DL-WANTED-MM             PIC 9(02).
009100  01  DL-MONTH-DAYS                PIC 9(02).
009200  01  DL-CESS-DATE                 PIC 9(08).
009230  01  DL-FROM-MM                   PIC 9(02).
009260  01  DL-TO-MM                     PIC 9(02).
009300  01  DL-MONTHS                    PIC 9(02).
009400  01  DL-RATEO                     PIC 9(07)V99.
009500  01  DL-COST-CENTER               PIC X(04).
009550  01  DL-EMP-COMPANY               PIC X(02).
009600  01  DL-CC-COUNT                  PIC 9(03) VALUE 0.
009700  01  DL-CC-TABLE.
009800      05  DL-CC-ENTRY OCCURS 100 TIMES INDEXED BY DL-CC-IDX.
009850          10  DL-CC-COMPANY        PIC X(02).
009900          10  DL-CC-CODE           PIC X(04).
010000          10  DL-CC-TOTAL          PIC 9(11)V99.
010100  01  DL-I                         PIC 9(03).
010200  01  DL-HIT                       PIC 9(03).
010300  01  DL-READ-COUNT                PIC 9(06) VALUE 0.
010400  01  DL-EMP-COUNT                 PIC 9(06) VALUE 0.
010500  01  DL-NEW-COUNT                 PIC 9(06) VALUE 0.
010600  01  DL-SKIP-COUNT                PIC 9(06) VALUE 0.
010700  01  DL-PAID-COUNT                PIC 9(06) VALUE 0.
010800  01  DL-STALE-COUNT               PIC 9(06) VALUE 0.
010900  01  DL-TOT-ACCRUAL               PIC 9(11)V99 VALUE 0.
011000*
011100  PROCEDURE DIVISION.
011200****************************************************************
011300*  0000-MAINLINE
011400****************************************************************
011500  0000-MAINLINE.
011600      MOVE 'TREDACC' TO RH-PROGRAM-NAME.
011700      MOVE 'MONTHLY TREDICESIMA ACCRUAL' TO RH-REPORT-TITLE.
011800      PERFORM 9700-OPEN-EXCEPTION-FILE
011900          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
012000      PERFORM 1000-GET-MONTH THRU 1000-GET-MONTH-EXIT.
012100      PERFORM 1500-READ-PAY-PARAMS
012200          THRU 1500-READ-PAY-PARAMS-EXIT.
012300      OPEN INPUT EMPLOYEE-MASTER.
012400      IF DL-EMP-FILE-STATUS NOT = '00'
012500          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
012600              DL-EMP-FILE-STATUS
012700          CLOSE EXCEPTION-FILE
012800          MOVE 8 TO RETURN-CODE
012900          GOBACK
013000      END-IF.
013100      OPEN I-O TRED-MASTER.
013200      IF DL-TD-FILE-STATUS = '35'
013300          OPEN OUTPUT TRED-MASTER
013400          CLOSE TRED-MASTER
013500          OPEN I-O TRED-MASTER
013600      END-IF.
013700      IF DL-TD-FILE-STATUS NOT = '00'
013800          DISPLAY 'IMPOSSIBILE APRIRE TREDMAST - STATUS '
013900              DL-TD-FILE-STATUS
014000          CLOSE EMPLOYEE-MASTER EXCEPTION-FILE
014100          MOVE 8 TO RETURN-CODE
014200          GOBACK
014300      END-IF.
014400      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
014500      MOVE 'N' TO DL-EOF-SW.
014600      MOVE LOW-VALUES TO EMP-MATRICOLA.
014700      START EMPLOYEE-MASTER KEY NOT < EMP-MATRICOLA
014800          INVALID KEY
014900              MOVE 'Y' TO DL-EOF-SW
015000      END-START.
015100      PERFORM 2000-ACCRUE-ONE-EMPLOYEE
015200          THRU 2000-ACCRUE-ONE-EMPLOYEE-EXIT
015300          UNTIL DL-END-OF-FILE.
015400      CLOSE EMPLOYEE-MASTER TRED-MASTER.
015500      IF DL-CC-COUNT > 0
015600          PERFORM 3000-WRITE-PROVISIONS
015700              THRU 3000-WRITE-PROVISIONS-EXIT
015800      END-IF.
015900      CLOSE EXCEPTION-FILE.
016000      DISPLAY ' '.
016100      DISPLAY 'MESE DI COMPETENZA   : ' DL-WANTED-MONTH.
016200      DISPLAY 'DIPENDENTI LETTI     : ' DL-READ-COUNT.
016300      DISPLAY 'DIPENDENTI MATURATI  : ' DL-EMP-COUNT.
016400      DISPLAY 'NUOVI ACCUMULATORI   : ' DL-NEW-COUNT.
016500      DISPLAY 'GIA MATURATI (SALTATI): ' DL-SKIP-COUNT.
016600      DISPLAY 'GIA LIQUIDATI        : ' DL-PAID-COUNT.
016700      DISPLAY 'ANNO NON PAGATO      : ' DL-STALE-COUNT.
016800      DISPLAY 'TOTALE RATEI MATURATI: ' DL-TOT-ACCRUAL.
016900      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
017000      GOBACK.
017100****************************************************************
017200*  1000-GET-MONTH
017300*  THE ACCRUAL MONTH COMES FROM SYSIN AS AAAAMM.  ANYTHING
017400*  ELSE IS FATAL - THE STEP MUST NOT GUESS WHICH MONTH TO BOOK.
017500****************************************************************
017600  1000-GET-MONTH.
017700      DISPLAY 'MESE DA MATURARE (AAAAMM)?'.
017800      ACCEPT DL-BUFFER.
017900      MOVE DL-BUFFER(1:6) TO DL-BUFFER-CHECK.
018000      INSPECT DL-BUFFER-CHECK REPLACING ALL SPACE BY ZERO.
018100      IF DL-BUFFER = SPACES OR DL-BUFFER-CHECK NOT NUMERIC
018200          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
018300          CLOSE EXCEPTION-FILE
018400          MOVE 8 TO RETURN-CODE
018500          GOBACK
018600      END-IF.
018700      MOVE DL-BUFFER-CHECK(2:6) TO DL-WANTED-MONTH.
018800      IF DL-WANTED-MM < 1 OR DL-WANTED-MM > 12
018900          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
019000          CLOSE EXCEPTION-FILE
019100          MOVE 8 TO RETURN-CODE
019200          GOBACK
019300      END-IF.
019400  1000-GET-MONTH-EXIT.
019500      EXIT.
019600****************************************************************
019700*  1500-READ-PAY-PARAMS
019800*  THE CONTRACTUAL DAYS IN A MONTH'S PAY COME FROM THE ONE-
019900*  RECORD PAY-PARAMETER FILE.  MISSING FILE OR ZERO MEANS 26.
020000****************************************************************
020100  1500-READ-PAY-PARAMS.
020200      MOVE 26 TO DL-MONTH-DAYS.
020300      OPEN INPUT PAY-PARAMS.
020400      IF DL-PP-FILE-STATUS NOT = '00'
020500          GO TO 1500-READ-PAY-PARAMS-EXIT
020600      END-IF.
020700      READ PAY-PARAMS
020800          AT END
020900              CONTINUE
021000          NOT AT END
021100              IF PP-MONTH-DAYS > 0
021200                  MOVE PP-MONTH-DAYS TO DL-MONTH-DAYS
021300              END-IF
021400      END-READ.
021500      CLOSE PAY-PARAMS.
021600  1500-READ-PAY-PARAMS-EXIT.
021700      EXIT.
021800****************************************************************
021900*  2000-ACCRUE-ONE-EMPLOYEE
022000*  ONE EMPLOYEE'S MONTH: TREDMESI SAYS WHETHER IT COUNTS; IF
022100*  SO THE RATEO IS ADDED, TD-LAST-MONTH STAMPED AND THE AMOUNT
022200*  ADDED TO THE EMPLOYEE'S COST CENTER FOR THE GL PROVISION.
022300*  AN EMPLOYEE WITH NO QUALIFYING DAYS GETS NO NEW RECORD.
022400****************************************************************
022500  2000-ACCRUE-ONE-EMPLOYEE.
022600      READ EMPLOYEE-MASTER NEXT RECORD
022700          AT END
022800              MOVE 'Y' TO DL-EOF-SW
022900              GO TO 2000-ACCRUE-ONE-EMPLOYEE-EXIT
023000      END-READ.
023100      ADD 1 TO DL-READ-COUNT.
023200      MOVE 0 TO DL-CESS-DATE.
023300      IF EMP-TERMINATED
023400          MOVE EMP-DATA-CESSAZIONE TO DL-CESS-DATE
023500      END-IF.
023530      MOVE DL-WANTED-MM TO DL-FROM-MM.
023560      MOVE DL-WANTED-MM TO DL-TO-MM.
023600      CALL 'TREDMESI' USING EMP-DATA-ASSUNZIONE DL-CESS-DATE
023700          DL-WANTED-YEAR DL-FROM-MM DL-TO-MM DL-MONTHS.
023800      IF DL-MONTHS = 0
023900          GO TO 2000-ACCRUE-ONE-EMPLOYEE-EXIT
024000      END-IF.
024100      MOVE 'N' TO DL-TD-FOUND-SW.
024200      MOVE EMP-MATRICOLA TO TD-MATRICOLA.
024300      READ TRED-MASTER
024400          INVALID KEY
024500              CONTINUE
024600          NOT INVALID KEY
024700              MOVE 'Y' TO DL-TD-FOUND-SW
024800      END-READ.
024900      IF DL-TD-FOUND AND TD-YEAR < DL-WANTED-YEAR
025000          IF TD-PAID-RUN = 0 AND TD-ACCRUED > 0
025100              ADD 1 TO DL-STALE-COUNT
025200              MOVE 8 TO EX-SEVERITY
025300              MOVE EMP-MATRICOLA TO EX-KEY
025400              MOVE 'TREDICESIMA ANNO PRECEDENTE NON PAGATA'
025500                  TO EX-MESSAGE
025600              PERFORM 9800-WRITE-EXCEPTION
025700                  THRU 9800-WRITE-EXCEPTION-EXIT
025800              MOVE 8 TO RETURN-CODE
025900              GO TO 2000-ACCRUE-ONE-EMPLOYEE-EXIT
026000          END-IF
026100          PERFORM 2100-START-NEW-YEAR
026200              THRU 2100-START-NEW-YEAR-EXIT
026300      END-IF.
026400      IF NOT DL-TD-FOUND
026500          PERFORM 2100-START-NEW-YEAR
026600              THRU 2100-START-NEW-YEAR-EXIT
026700      END-IF.
026800      IF TD-PAID-RUN NOT = 0
026900          ADD 1 TO DL-PAID-COUNT
027000          GO TO 2000-ACCRUE-ONE-EMPLOYEE-EXIT
027100      END-IF.
027200      IF TD-LAST-MONTH >= DL-WANTED-MONTH
027300          ADD 1 TO DL-SKIP-COUNT
027400          GO TO 2000-ACCRUE-ONE-EMPLOYEE-EXIT
027500      END-IF.
027600      COMPUTE DL-RATEO ROUNDED =
027700          EMP-STIPENDIO * DL-MONTH-DAYS / 12.
027800      MOVE EMP-NOME TO TD-NOME.
027900      ADD 1 TO TD-MONTHS.
028000      ADD DL-RATEO TO TD-ACCRUED.
028100      MOVE DL-WANTED-MONTH TO TD-LAST-MONTH.
028200      IF DL-TD-FOUND
028300          REWRITE TREDICESIMA-RECORD
028400              INVALID KEY
028500                  DISPLAY 'RISCRITTURA TREDMAST FALLITA - '
028600                      TD-MATRICOLA
028700                  MOVE 8 TO RETURN-CODE
028800                  GO TO 2000-ACCRUE-ONE-EMPLOYEE-EXIT
028900          END-REWRITE
029000      ELSE
029100          WRITE TREDICESIMA-RECORD
029200              INVALID KEY
029300                  DISPLAY 'SCRITTURA TREDMAST FALLITA - '
029400                      TD-MATRICOLA
029500                  MOVE 8 TO RETURN-CODE
029600                  GO TO 2000-ACCRUE-ONE-EMPLOYEE-EXIT
029700          END-WRITE
029800          ADD 1 TO DL-NEW-COUNT
029900      END-IF.
030000      ADD 1 TO DL-EMP-COUNT.
030100      ADD DL-RATEO TO DL-TOT-ACCRUAL.
030200      MOVE EMP-COST-CENTER TO DL-COST-CENTER.
030210      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
030220      IF DL-EMP-COMPANY = SPACES
030230          MOVE '01' TO DL-EMP-COMPANY
030240      END-IF.
030300      PERFORM 2200-ADD-TO-CENTER THRU 2200-ADD-TO-CENTER-EXIT.
030400      DISPLAY TD-MATRICOLA ' ' TD-NOME
030500          ' RATEO ' DL-RATEO
030600          ' MESI ' TD-MONTHS
030700          ' MATURATO ' TD-ACCRUED.
030800  2000-ACCRUE-ONE-EMPLOYEE-EXIT.
030900      EXIT.
031000****************************************************************
031100*  2100-START-NEW-YEAR
031200*  A NEW ACCUMULATOR, OR LAST YEAR'S (ALREADY PAID) ONE ROLLED
031300*  TO THE ACCRUAL YEAR.
031400****************************************************************
031500  2100-START-NEW-YEAR.
031600      MOVE EMP-MATRICOLA TO TD-MATRICOLA.
031700      MOVE EMP-NOME TO TD-NOME.
031800      MOVE DL-WANTED-YEAR TO TD-YEAR.
031900      MOVE 0 TO TD-MONTHS.
032000      MOVE 0 TO TD-ACCRUED.
032100      MOVE 0 TO TD-LAST-MONTH.
032200      MOVE 0 TO TD-PAID-AMOUNT.
032300      MOVE 0 TO TD-PAID-RUN.
032400      MOVE 0 TO TD-PAID-DATE.
032500  2100-START-NEW-YEAR-EXIT.
032600      EXIT.
032700  2200-ADD-TO-CENTER.
032800      MOVE 'N' TO DL-FOUND-SW.
032900      PERFORM 2210-MATCH-ONE-CC THRU 2210-MATCH-ONE-CC-EXIT
033000          VARYING DL-I FROM 1 BY 1
033100          UNTIL DL-I > DL-CC-COUNT OR DL-CC-FOUND.
033200      IF NOT DL-CC-FOUND
033300          IF DL-CC-COUNT >= 100
033400              DISPLAY 'TABELLA CENTRI DI COSTO PIENA - '
033500                  'ELABORAZIONE INTERROTTA'
033600              MOVE 8 TO RETURN-CODE
033700              MOVE 'Y' TO DL-EOF-SW
033800              GO TO 2200-ADD-TO-CENTER-EXIT
033900          END-IF
034000          ADD 1 TO DL-CC-COUNT
034100          SET DL-CC-IDX TO DL-CC-COUNT
034150          MOVE DL-EMP-COMPANY TO DL-CC-COMPANY(DL-CC-IDX)
034200          MOVE DL-COST-CENTER TO DL-CC-CODE(DL-CC-IDX)
034300          MOVE 0 TO DL-CC-TOTAL(DL-CC-IDX)
034400          MOVE DL-CC-COUNT TO DL-HIT
034500      END-IF.
034600      ADD DL-RATEO TO DL-CC-TOTAL(DL-HIT).
034700  2200-ADD-TO-CENTER-EXIT.
034800      EXIT.
034900  2210-MATCH-ONE-CC.
035000      IF DL-CC-CODE(DL-I) = DL-COST-CENTER
035050              AND DL-CC-COMPANY(DL-I) = DL-EMP-COMPANY
035100          MOVE 'Y' TO DL-FOUND-SW
035200          MOVE DL-I TO DL-HIT
035300      END-IF.
035400  2210-MATCH-ONE-CC-EXIT.
035500      EXIT.
035600****************************************************************
035700*  3000-WRITE-PROVISIONS
035800*  ONE PENDING POSTING PER COST CENTER, APPENDED SO ANY OTHER
035900*  PROVISION STILL WAITING FOR GLPOST IS KEPT.  ONLY THIS
036000*  RUN'S NEW ACCRUALS ARE IN THE TABLE, SO A RERUN OF THE SAME
036100*  MONTH POSTS NOTHING TWICE.
036200****************************************************************
036300  3000-WRITE-PROVISIONS.
036400      OPEN EXTEND PROVISION-FILE.
036500      IF DL-PV-FILE-STATUS = '35'
036600          OPEN OUTPUT PROVISION-FILE
036700          CLOSE PROVISION-FILE
036800          OPEN EXTEND PROVISION-FILE
036900      END-IF.
037000      IF DL-PV-FILE-STATUS NOT = '00'
037100          DISPLAY 'IMPOSSIBILE APRIRE PROVPOST - STATUS '
037200              DL-PV-FILE-STATUS
037300          MOVE 8 TO RETURN-CODE
037400          GO TO 3000-WRITE-PROVISIONS-EXIT
037500      END-IF.
037600      PERFORM 3100-WRITE-ONE-PROVISION
037700          THRU 3100-WRITE-ONE-PROVISION-EXIT
037800          VARYING DL-I FROM 1 BY 1
037900          UNTIL DL-I > DL-CC-COUNT.
038000      CLOSE PROVISION-FILE.
038100  3000-WRITE-PROVISIONS-EXIT.
038200      EXIT.
038300  3100-WRITE-ONE-PROVISION.
038400      MOVE 'TREDACC' TO PV-SOURCE.
038500      MOVE DL-WANTED-MONTH TO PV-REFERENCE.
038600      MOVE 'SALARI' TO PV-DR-ACCOUNT.
038700      MOVE 'RATEO13' TO PV-CR-ACCOUNT.
038800      MOVE DL-CC-CODE(DL-I) TO PV-COST-CENTER.
038900      MOVE DL-CC-TOTAL(DL-I) TO PV-AMOUNT.
039000      MOVE 0 TO PV-POSTED-RUN.
039050      MOVE DL-CC-COMPANY(DL-I) TO PV-COMPANY.
039100      WRITE PROVISION-POSTING-RECORD.
039200  3100-WRITE-ONE-PROVISION-EXIT.
039300      EXIT.
039400****************************************************************
039500*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
039600*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
039700*  BATCH STEPS.
039800****************************************************************
039900  9700-OPEN-EXCEPTION-FILE.
040000      OPEN EXTEND EXCEPTION-FILE.
040100      IF DL-EXC-FILE-STATUS = '35'
040200          OPEN OUTPUT EXCEPTION-FILE
040300          CLOSE EXCEPTION-FILE
040400          OPEN EXTEND EXCEPTION-FILE
040500      END-IF.
040600  9700-OPEN-EXCEPTION-FILE-EXIT.
040700      EXIT.
040800  9800-WRITE-EXCEPTION.
040900      MOVE 'TREDACC' TO EX-PROGRAM-ID.
041000      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
041100      ACCEPT EX-RUN-TIME FROM TIME.
041200      MOVE 'N' TO EX-ACK-FLAG.
041300      MOVE SPACES TO EX-ACK-OPERATOR.
041400      MOVE 0 TO EX-ACK-DATE.
041500      MOVE SPACES TO EX-ACK-NOTE.
041600      WRITE EXCEPTION-RECORD.
041700  9800-WRITE-EXCEPTION-EXIT.
041800      EXIT.
041900****************************************************************
042000*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
042100****************************************************************
042200  COPY RPTHDRP.
