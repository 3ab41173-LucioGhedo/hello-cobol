000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SETTLE.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  SETTLE
000900*  FINAL SETTLEMENT (LIQUIDAZIONE DI FINE RAPPORTO) STEP OF
001000*  THE OFFCYCLE JOB, RUN BETWEEN DAYS AND PAYCALC.  FOR THE
001100*  MATRICOLA ON SYSIN - A LEAVER WHOSE EMP-DATA-CESSAZIONE
001200*  FALLS IN THE RUN-CONTROL PERIOD - IT TURNS WHAT HR USED TO
001300*  WORK OUT BY HAND INTO PAY:
001400*    FERIE NON GODUTE    LB-FERIE-DUE LESS LB-FERIE-USED DAYS
001500*    PERMESSI NON GODUTI LB-PERM-DUE LESS LB-PERM-USED DAYS
001600*                        BOTH AT THE DAILY STIPENDIO
001650*    RATEO TREDICESIMA   THE TREDMAST AMOUNT ALREADY ACCRUED
001700*                        FOR THE CESSATION YEAR, PLUS ONE
001750*                        TWELFTH OF A MONTH'S PAY (DAILY
001800*                        STIPENDIO TIMES PP-MONTH-DAYS, ZERO =
001900*                        26) FOR EVERY LATER MONTH UP TO THE
002000*                        CESSATION WORKED FOR AT LEAST 15 DAYS
002100*    TFR                 THE TFRMAST BALANCE PLUS THE ACCRUAL
002200*                        ON THE GROSS NOT YET ACCRUED (PAY-
002300*                        REGISTER MONTHS AFTER TF-LAST-MONTH
002400*                        AND THIS RUN'S FINAL DAYS)
002500*  THE TOTAL IS FOLDED INTO THE EMPLOYEE'S GROSS THE SAME WAY
002600*  RETROAPP FOLDS BACK PAY: PAYGROSS IS COPIED TO PAYGROSF,
002700*  AND A LEAVER WITH NO DAYS TO PAY THIS RUN GETS A
002800*  SETTLEMENT-ONLY RECORD, SO PAYCALC, YTDUPD, PAYSLIP,
002900*  PAYREGU AND BANKPAY HANDLE IT LIKE ANY OTHER PAY.  ONE
003000*  PAYDTL LINE PER COMPONENT (DAY CODE 0, PD-TYPE L/Q/D/R) IS
003100*  APPENDED FOR THE PAYSLIP.  THE LEAVE BALANCES ARE THEN
003160*  ZEROED, THE TFR ACCUMULATOR IS MARKED SETTLED, THE
003220*  TREDICESIMA ACCUMULATOR IS STAMPED PAID, AND THE
003300*  KEYED SETTLEMENT RECORD (SETTLEH, SETLREC.CPY) IS WRITTEN
003400*  WITH THE RUN NUMBER - A SECOND RUN FOR THE SAME EMPLOYEE IS
003500*  REFUSED RC 8; A RESTART OF THE SAME RUN PAYS THE STORED
003600*  AMOUNTS AGAIN.  ANY EMPLOYEE WHO IS NOT A LEAVER IN THE
003700*  PERIOD (OR AN EMPTY CARD) MEANS A STRAIGHT COPY.
003800*  MOD HISTORY
003900*  15/10/2026 LG  NEW.
003920*  15/10/2026 LG  RATEO TREDICESIMA FROM THE TREDMAST ACCUMULATOR
003940*                 (TREDMESI MONTH RULE), STAMPED PAID HERE;
003960*                 GR-TREDICESIMA CARRIES IT ON PAYGROSF.
003970*  15/10/2026 LG  THE HEADING PRINTS THE RUN'S COMPANY NAME
003980*                 (RN-COMPANY THROUGH RH-COMPANY-CODE).
003989*  15/10/2026 LG  PAYDTL GREW PD-DATE: THE SETTLEMENT LINES
003998*                 CARRY THE CESSATION DATE.
003999*  15/10/2026 LG  GR-TFR (PAYGROSS 57 -> 66) CARRIES THE TFR ON
004000*                 PAYGROSF: PAYCALC LEAVES IT OUT OF THE CLASS S
004001*                 AND E CONTRIBUTION BASE.
004041****************************************************************
004100  ENVIRONMENT DIVISION.
004200  CONFIGURATION SECTION.
004300  SOURCE-COMPUTER. IBM-PC.
004400  OBJECT-COMPUTER. IBM-PC.
004500  INPUT-OUTPUT SECTION.
004600  FILE-CONTROL.
004700      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004800          ORGANIZATION INDEXED
004900          ACCESS MODE DYNAMIC
005000          RECORD KEY EMP-MATRICOLA
005100          FILE STATUS IS DL-EMP-FILE-STATUS.
005200      SELECT LEAVE-BALANCE ASSIGN TO "LEAVEBAL"
005300          ORGANIZATION INDEXED
005400          ACCESS MODE DYNAMIC
005500          RECORD KEY LB-MATRICOLA
005600          FILE STATUS IS DL-LB-FILE-STATUS.
005700      SELECT TFR-MASTER ASSIGN TO "TFRMAST"
005800          ORGANIZATION INDEXED
005900          ACCESS MODE DYNAMIC
006000          RECORD KEY TF-MATRICOLA
006100          FILE STATUS IS DL-TFR-FILE-STATUS.
006110      SELECT TRED-MASTER ASSIGN TO "TREDMAST"
006120          ORGANIZATION INDEXED
006130          ACCESS MODE DYNAMIC
006140          RECORD KEY TD-MATRICOLA
006150          FILE STATUS IS DL-TD-FILE-STATUS.
006200      SELECT SETTLEMENT-FILE ASSIGN TO "SETTLEH"
006300          ORGANIZATION INDEXED
006400          ACCESS MODE DYNAMIC
006500          RECORD KEY SL-MATRICOLA
006600          FILE STATUS IS DL-SL-FILE-STATUS.
006700      SELECT PAY-REGISTER ASSIGN TO "PAYREG"
006800          ORGANIZATION INDEXED
006900          ACCESS MODE DYNAMIC
007000          RECORD KEY PR-KEY
007100          FILE STATUS IS DL-REG-FILE-STATUS.
007200      SELECT GROSS-FILE ASSIGN TO "PAYGROSS"
007300          ORGANIZATION LINE SEQUENTIAL
007400          FILE STATUS IS DL-GROSS-FILE-STATUS.
007500      SELECT GROSS-OUT-FILE ASSIGN TO "PAYGROSF"
007600          ORGANIZATION LINE SEQUENTIAL.
007700      SELECT PAY-DETAIL ASSIGN TO "PAYDTL"
007800          ORGANIZATION LINE SEQUENTIAL
007900          FILE STATUS IS DL-PAYDTL-FILE-STATUS.
008000      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
008100          ORGANIZATION LINE SEQUENTIAL
008200          FILE STATUS IS DL-PP-FILE-STATUS.
008300      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
008400          ORGANIZATION LINE SEQUENTIAL
008500          FILE STATUS IS DL-RC-FILE-STATUS.
008600      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
008700          ORGANIZATION LINE SEQUENTIAL
008800          FILE STATUS IS DL-EXC-FILE-STATUS.
008900      SELECT RUN-STATS ASSIGN TO "RUNSTAT"
009000          ORGANIZATION LINE SEQUENTIAL
009100          FILE STATUS IS DL-RUNSTAT-FILE-STATUS.
009200      SELECT STEP-GATE ASSIGN TO "STEPGATE"
009300          ORGANIZATION LINE SEQUENTIAL
009400          FILE STATUS IS DL-GATE-FILE-STATUS.
009500*
009600  DATA DIVISION.
009700  FILE SECTION.
009800  FD  EMPLOYEE-MASTER.
009900  01  EMPLOYEE-MASTER-RECORD.
010000      COPY EMPREC.
010100      05  EMP-WORK-DAY            PIC 9(01).
010200  FD  LEAVE-BALANCE.
010300  COPY LEAVREC.
010400  FD  TFR-MASTER.
010500  COPY TFRREC.
010530  FD  TRED-MASTER.
010560  COPY TREDREC.
010600  FD  SETTLEMENT-FILE.
010700  COPY SETLREC.
010800  FD  PAY-REGISTER.
010900  COPY PAYREG.
011000  FD  GROSS-FILE.
011100  COPY PAYGROSS.
011200  FD  GROSS-OUT-FILE.
011300  01  GROSS-OUT-RECORD             PIC X(66).
011400  FD  PAY-DETAIL.
011500  COPY PAYDTL.
011600  FD  PAY-PARAMS.
011700  COPY PAYPARM.
011800  FD  RUN-CONTROL.
011900  COPY RUNCTL.
012000  FD  EXCEPTION-FILE.
012100  COPY EXCREC.
012200  FD  RUN-STATS.
012300  COPY RUNSTAT.
012400  FD  STEP-GATE.
012500  COPY GATEREC.
012600*
012700  WORKING-STORAGE SECTION.
012800  COPY RPTHDRW.
012900  01  DL-EMP-FILE-STATUS           PIC X(02).
013000  01  DL-LB-FILE-STATUS            PIC X(02).
013100  01  DL-TFR-FILE-STATUS           PIC X(02).
013150  01  DL-TD-FILE-STATUS            PIC X(02).
013200  01  DL-SL-FILE-STATUS            PIC X(02).
013300  01  DL-REG-FILE-STATUS           PIC X(02).
013400  01  DL-GROSS-FILE-STATUS         PIC X(02).
013500  01  DL-PAYDTL-FILE-STATUS        PIC X(02).
013600  01  DL-PP-FILE-STATUS            PIC X(02).
013700  01  DL-RC-FILE-STATUS            PIC X(02).
013800  01  DL-EXC-FILE-STATUS           PIC X(02).
013900  01  DL-RUNSTAT-FILE-STATUS       PIC X(02).
014000  01  DL-RS-START-DATE             PIC 9(08).
014100  01  DL-RS-START-TIME             PIC 9(08).
014200  01  DL-GATE-FILE-STATUS          PIC X(02).
014300  01  DL-GATE-EOF-SW               PIC X(01).
014400      88  DL-GATE-END-OF-FILE                 VALUE 'Y'.
014500  01  DL-GATE-SKIP-SW              PIC X(01).
014600      88  DL-GATE-SKIPPED                     VALUE 'Y'.
014700  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
014800      88  DL-END-OF-FILE                      VALUE 'Y'.
014900  01  DL-REG-SW                    PIC X(01) VALUE 'N'.
015000      88  DL-REG-AVAILABLE                    VALUE 'Y'.
015100  01  DL-LB-FOUND-SW               PIC X(01).
015200      88  DL-LB-FOUND                         VALUE 'Y'.
015300  01  DL-TFR-FOUND-SW              PIC X(01).
015400      88  DL-TFR-FOUND                        VALUE 'Y'.
015500  01  DL-GROSS-FOUND-SW            PIC X(01).
015600      88  DL-GROSS-FOUND                      VALUE 'Y'.
015700*  N = NO SETTLEMENT THIS RUN, Y = NEW SETTLEMENT, R = RESTART
015800*  OF THE SAME RUN PAYING THE STORED SETTLEMENT AGAIN.
015900  01  DL-SETTLE-SW                 PIC X(01) VALUE 'N'.
016000      88  DL-NO-SETTLEMENT                    VALUE 'N'.
016100      88  DL-NEW-SETTLEMENT                   VALUE 'Y'.
016200      88  DL-REAPPLY-SETTLEMENT               VALUE 'R'.
016300  01  DL-MATRICOLA                 PIC X(05).
016400  01  DL-RUN-NUMBER                PIC 9(06) VALUE 0.
016500  01  DL-PERIOD-START              PIC 9(08).
016600  01  DL-PERIOD-END                PIC 9(08).
016700  01  DL-TODAY                     PIC 9(08).
016800  01  DL-DIVISOR                   PIC 9(02)V99.
016900  01  DL-MONTH-DAYS                PIC 9(02).
017000  01  DL-CESS-DATE                 PIC 9(08).
017100  01  DL-CESS-DATE-R REDEFINES DL-CESS-DATE.
017200      05  DL-CESS-CCYY             PIC 9(04).
017300      05  DL-CESS-MM               PIC 9(02).
017400      05  DL-CESS-DD               PIC 9(02).
017500  01  DL-CESS-MONTH                PIC 9(06).
017670  01  DL-TD-FOUND-SW               PIC X(01).
017840      88  DL-TD-FOUND              VALUE 'Y'.
018010  01  DL-TD-PAID-SW                PIC X(01).
018180      88  DL-TD-ALREADY-PAID       VALUE 'Y'.
018350  01  DL-13-FROM-MM                PIC 9(02).
018520  01  DL-13-MONTHS                 PIC 9(02).
018690  01  DL-13-ACCRUED                PIC 9(07)V99.
018860  01  DL-13-RATEO                  PIC 9(07)V99.
019100  01  DL-LEAVE-DAYS                PIC S9(03)V99.
019200  01  DL-WEEK-GROSS                PIC 9(07)V99 VALUE 0.
019300  01  DL-TFR-BASE                  PIC 9(09)V99.
019400  01  DL-TFR-ACCRUAL               PIC 9(09)V99.
019500  01  DL-TFR-FROM-MONTH            PIC 9(06).
019600  01  DL-NEW-GROSS                 PIC 9(09)V99.
019700  01  DL-COPY-COUNT                PIC 9(06) VALUE 0.
019800  01  DL-OUT-COUNT                 PIC 9(06) VALUE 0.
019900  01  DL-DTL-TYPE                  PIC X(01).
020000  01  DL-DTL-QTY                   PIC 9(02)V99.
020100  01  DL-DTL-AMOUNT                PIC 9(07)V99.
020200*
020300  PROCEDURE DIVISION.
020400****************************************************************
020500*  0000-MAINLINE
020600****************************************************************
020700  0000-MAINLINE.
020800      PERFORM 0100-CHECK-STEP-GATE
020900          THRU 0100-CHECK-STEP-GATE-EXIT.
021000      IF DL-GATE-SKIPPED
021100          DISPLAY 'PASSO GIA'' COMPLETATO IN QUESTA ESECUZIONE - '
021200              'SALTATO'
021300          GOBACK
021400      END-IF.
021500      ACCEPT DL-RS-START-DATE FROM DATE YYYYMMDD.
021600      ACCEPT DL-RS-START-TIME FROM TIME.
021700      ACCEPT DL-TODAY FROM DATE YYYYMMDD.
021800      MOVE 'SETTLE' TO RH-PROGRAM-NAME.
021900      MOVE 'FINAL SETTLEMENT' TO RH-REPORT-TITLE.
022000      PERFORM 9700-OPEN-EXCEPTION-FILE
022100          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
022200      PERFORM 0500-READ-RUN-CONTROL
022300          THRU 0500-READ-RUN-CONTROL-EXIT.
022400      PERFORM 1000-GET-MATRICOLA THRU 1000-GET-MATRICOLA-EXIT.
022500      PERFORM 1500-READ-PAY-PARAMS
022600          THRU 1500-READ-PAY-PARAMS-EXIT.
022700      PERFORM 0600-OPEN-FILES THRU 0600-OPEN-FILES-EXIT.
022800      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
022900      PERFORM 2000-CHECK-EMPLOYEE THRU 2000-CHECK-EMPLOYEE-EXIT.
023000      IF NOT DL-NO-SETTLEMENT
023100          PERFORM 3000-FIND-WEEK-GROSS
023200              THRU 3000-FIND-WEEK-GROSS-EXIT
023300      END-IF.
023400      IF DL-NEW-SETTLEMENT
023500          PERFORM 4000-COMPUTE-SETTLEMENT
023600              THRU 4000-COMPUTE-SETTLEMENT-EXIT
023700      END-IF.
023800      IF DL-NEW-SETTLEMENT
023900          PERFORM 4500-RECORD-SETTLEMENT
024000              THRU 4500-RECORD-SETTLEMENT-EXIT
024100      END-IF.
024200      PERFORM 5000-COPY-GROSS THRU 5000-COPY-GROSS-EXIT.
024300      IF NOT DL-NO-SETTLEMENT
024400          PERFORM 6000-WRITE-DETAIL-LINES
024500              THRU 6000-WRITE-DETAIL-LINES-EXIT
024600          PERFORM 7000-PRINT-SETTLEMENT
024700              THRU 7000-PRINT-SETTLEMENT-EXIT
024800      END-IF.
024900      CLOSE EMPLOYEE-MASTER LEAVE-BALANCE TFR-MASTER TRED-MASTER.
025000      CLOSE SETTLEMENT-FILE.
025100      IF DL-REG-AVAILABLE
025200          CLOSE PAY-REGISTER
025300      END-IF.
025400      CLOSE EXCEPTION-FILE.
025500      DISPLAY 'RECORD COPIATI      : ' DL-COPY-COUNT.
025600      DISPLAY 'RECORD SCRITTI      : ' DL-OUT-COUNT.
025700      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
025800      PERFORM 9950-WRITE-RUN-STATS
025900          THRU 9950-WRITE-RUN-STATS-EXIT.
026000      GOBACK.
026100****************************************************************
026200*  0500-READ-RUN-CONTROL
026300*  THE PERIOD DECIDES WHETHER THE CESSATION IS DUE IN THIS
026400*  RUN AND THE RUN NUMBER STAMPS THE SETTLEMENT, SO THE
026500*  OFF-CYCLE RUN-CONTROL RECORD IS REQUIRED.
026600****************************************************************
026700  0500-READ-RUN-CONTROL.
026800      OPEN INPUT RUN-CONTROL.
026900      IF DL-RC-FILE-STATUS NOT = '00'
027000          DISPLAY 'IMPOSSIBILE APRIRE RUNCTL - STATUS '
027100              DL-RC-FILE-STATUS
027200          CLOSE EXCEPTION-FILE
027300          MOVE 8 TO RETURN-CODE
027400          PERFORM 9950-WRITE-RUN-STATS
027500              THRU 9950-WRITE-RUN-STATS-EXIT
027600          GOBACK
027700      END-IF.
027800      READ RUN-CONTROL
027900          AT END
028000              DISPLAY 'RUNCTL VUOTO - ELABORAZIONE RIFIUTATA'
028100              CLOSE RUN-CONTROL EXCEPTION-FILE
028200              MOVE 8 TO RETURN-CODE
028300              PERFORM 9950-WRITE-RUN-STATS
028400                  THRU 9950-WRITE-RUN-STATS-EXIT
028500              GOBACK
028600      END-READ.
028700      CLOSE RUN-CONTROL.
028800      MOVE RN-PERIOD-START TO DL-PERIOD-START.
028900      MOVE RN-PERIOD-END TO DL-PERIOD-END.
029000      MOVE RN-RUN-NUMBER TO DL-RUN-NUMBER.
029050      MOVE RN-COMPANY TO RH-COMPANY-CODE.
029100  0500-READ-RUN-CONTROL-EXIT.
029200      EXIT.
029300****************************************************************
029400*  0600-OPEN-FILES
029500*  THE KEYED MASTERS THE SETTLEMENT READS AND UPDATES, THE
029600*  GROSS FILE IN AND OUT, AND PAYDTL FOR EXTEND.  LEAVEBAL,
029700*  TFRMAST AND SETTLEH ARE CREATED ON FIRST USE; A MISSING
029800*  PAY REGISTER JUST MEANS NO EARLIER GROSS TO ACCRUE TFR ON.
029900****************************************************************
030000  0600-OPEN-FILES.
030100      OPEN INPUT EMPLOYEE-MASTER.
030200      IF DL-EMP-FILE-STATUS NOT = '00'
030300          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
030400              DL-EMP-FILE-STATUS
030500          CLOSE EXCEPTION-FILE
030600          MOVE 8 TO RETURN-CODE
030700          PERFORM 9950-WRITE-RUN-STATS
030800              THRU 9950-WRITE-RUN-STATS-EXIT
030900          GOBACK
031000      END-IF.
031100      OPEN I-O LEAVE-BALANCE.
031200      IF DL-LB-FILE-STATUS = '35'
031300          OPEN OUTPUT LEAVE-BALANCE
031400          CLOSE LEAVE-BALANCE
031500          OPEN I-O LEAVE-BALANCE
031600      END-IF.
031700      OPEN I-O TFR-MASTER.
031800      IF DL-TFR-FILE-STATUS = '35'
031900          OPEN OUTPUT TFR-MASTER
032000          CLOSE TFR-MASTER
032100          OPEN I-O TFR-MASTER
032200      END-IF.
032210      OPEN I-O TRED-MASTER.
032220      IF DL-TD-FILE-STATUS = '35'
032230          OPEN OUTPUT TRED-MASTER
032240          CLOSE TRED-MASTER
032250          OPEN I-O TRED-MASTER
032260      END-IF.
032300      OPEN I-O SETTLEMENT-FILE.
032400      IF DL-SL-FILE-STATUS = '35'
032500          OPEN OUTPUT SETTLEMENT-FILE
032600          CLOSE SETTLEMENT-FILE
032700          OPEN I-O SETTLEMENT-FILE
032800      END-IF.
032900      IF DL-LB-FILE-STATUS NOT = '00'
033000              OR DL-TFR-FILE-STATUS NOT = '00'
033050              OR DL-TD-FILE-STATUS NOT = '00'
033100              OR DL-SL-FILE-STATUS NOT = '00'
033170          DISPLAY 'IMPOSSIBILE APRIRE LEAVEBAL/TFRMAST/TREDMAST/'
033240              'SETTLEH - STATUS ' DL-LB-FILE-STATUS ' '
033310              DL-TFR-FILE-STATUS ' ' DL-TD-FILE-STATUS
033400              ' ' DL-SL-FILE-STATUS
033500          CLOSE EMPLOYEE-MASTER EXCEPTION-FILE
033600          MOVE 8 TO RETURN-CODE
033700          PERFORM 9950-WRITE-RUN-STATS
033800              THRU 9950-WRITE-RUN-STATS-EXIT
033900          GOBACK
034000      END-IF.
034100      OPEN INPUT PAY-REGISTER.
034200      IF DL-REG-FILE-STATUS = '00'
034300          MOVE 'Y' TO DL-REG-SW
034400      ELSE
034500          DISPLAY 'PAYREG NON DISPONIBILE - NESSUN LORDO '
034600              'PRECEDENTE'
034700      END-IF.
034800  0600-OPEN-FILES-EXIT.
034900      EXIT.
035000****************************************************************
035100*  1000-GET-MATRICOLA
035200*  THE LEAVER TO SETTLE COMES FROM SYSIN - THE SAME MATRICOLA
035300*  AS DAYS' OFF-CYCLE FILTER CARD.  BLANK OR 00000 MEANS NO
035400*  SETTLEMENT IN THIS RUN.
035500****************************************************************
035600  1000-GET-MATRICOLA.
035700      DISPLAY 'MATRICOLA DA LIQUIDARE? (VUOTO = NESSUNA)'.
035800      MOVE SPACES TO DL-MATRICOLA.
035900      ACCEPT DL-MATRICOLA.
036000  1000-GET-MATRICOLA-EXIT.
036100      EXIT.
036200****************************************************************
036300*  1500-READ-PAY-PARAMS
036400*  TFR DIVISOR AND MONTHLY DAYS FROM THE ONE-RECORD PAY-
036500*  PARAMETER FILE.  MISSING FILE OR ZERO VALUES MEAN 13.50
036600*  AND 26.
036700****************************************************************
036800  1500-READ-PAY-PARAMS.
036900      MOVE 13.50 TO DL-DIVISOR.
037000      MOVE 26 TO DL-MONTH-DAYS.
037100      OPEN INPUT PAY-PARAMS.
037200      IF DL-PP-FILE-STATUS NOT = '00'
037300          GO TO 1500-READ-PAY-PARAMS-EXIT
037400      END-IF.
037500      READ PAY-PARAMS
037600          AT END
037700              CONTINUE
037800          NOT AT END
037900              IF PP-TFR-DIVISOR > 0
038000                  MOVE PP-TFR-DIVISOR TO DL-DIVISOR
038100              END-IF
038200              IF PP-MONTH-DAYS > 0
038300                  MOVE PP-MONTH-DAYS TO DL-MONTH-DAYS
038400              END-IF
038500      END-READ.
038600      CLOSE PAY-PARAMS.
038700  1500-READ-PAY-PARAMS-EXIT.
038800      EXIT.
038900****************************************************************
039000*  2000-CHECK-EMPLOYEE
039100*  DECIDES WHETHER THIS RUN SETTLES ANYBODY.  A TERMINATED
039200*  EMPLOYEE WHOSE CESSATION FALLS IN THE PERIOD IS SETTLED,
039300*  UNLESS SETTLEH ALREADY HOLDS A SETTLEMENT FROM ANOTHER RUN
039400*  (REFUSED RC 8) OR FROM THIS SAME RUN (PAID AGAIN FROM THE
039500*  STORED RECORD - THE STREAM IS BEING RESTARTED).
039600****************************************************************
039700  2000-CHECK-EMPLOYEE.
039800      MOVE 'N' TO DL-SETTLE-SW.
039900      IF DL-MATRICOLA = SPACES OR DL-MATRICOLA = '00000'
040000          DISPLAY 'NESSUNA MATRICOLA - NESSUNA LIQUIDAZIONE'
040100          GO TO 2000-CHECK-EMPLOYEE-EXIT
040200      END-IF.
040300      MOVE DL-MATRICOLA TO EMP-MATRICOLA.
040400      READ EMPLOYEE-MASTER
040500          INVALID KEY
040600              DISPLAY 'MATRICOLA ' DL-MATRICOLA
040700                  ' NON IN ANAGRAFICA - NESSUNA LIQUIDAZIONE'
040800              MOVE 8 TO EX-SEVERITY
040900              MOVE DL-MATRICOLA TO EX-KEY
041000              MOVE 'MATRICOLA DA LIQUIDARE NON IN ANAGRAFICA'
041100                  TO EX-MESSAGE
041200              PERFORM 9800-WRITE-EXCEPTION
041300                  THRU 9800-WRITE-EXCEPTION-EXIT
041400              MOVE 8 TO RETURN-CODE
041500              GO TO 2000-CHECK-EMPLOYEE-EXIT
041600      END-READ.
041700      IF NOT EMP-TERMINATED
041800          DISPLAY 'MATRICOLA ' DL-MATRICOLA
041900              ' NON CESSATA - NESSUNA LIQUIDAZIONE'
042000          GO TO 2000-CHECK-EMPLOYEE-EXIT
042100      END-IF.
042200      IF EMP-DATA-CESSAZIONE < DL-PERIOD-START
042300              OR EMP-DATA-CESSAZIONE > DL-PERIOD-END
042400          DISPLAY 'MATRICOLA ' DL-MATRICOLA ' CESSATA IL '
042500              EMP-DATA-CESSAZIONE ' FUORI PERIODO - NESSUNA '
042600              'LIQUIDAZIONE'
042700          MOVE 4 TO EX-SEVERITY
042800          MOVE DL-MATRICOLA TO EX-KEY
042900          MOVE 'CESSAZIONE FUORI PERIODO - NON LIQUIDATO'
043000              TO EX-MESSAGE
043100          PERFORM 9800-WRITE-EXCEPTION
043200              THRU 9800-WRITE-EXCEPTION-EXIT
043300          IF RETURN-CODE < 4
043400              MOVE 4 TO RETURN-CODE
043500          END-IF
043600          GO TO 2000-CHECK-EMPLOYEE-EXIT
043700      END-IF.
043800      MOVE EMP-DATA-CESSAZIONE TO DL-CESS-DATE.
043900      COMPUTE DL-CESS-MONTH = DL-CESS-CCYY * 100 + DL-CESS-MM.
044000      MOVE DL-MATRICOLA TO SL-MATRICOLA.
044100      READ SETTLEMENT-FILE
044200          INVALID KEY
044300              MOVE 'Y' TO DL-SETTLE-SW
044400              GO TO 2000-CHECK-EMPLOYEE-EXIT
044500      END-READ.
044600      IF SL-RUN-NUMBER = DL-RUN-NUMBER AND DL-RUN-NUMBER > 0
044700          DISPLAY 'MATRICOLA ' DL-MATRICOLA
044800              ' LIQUIDAZIONE RIAPPLICATA (STESSA ESECUZIONE)'
044900          MOVE 'R' TO DL-SETTLE-SW
045000          GO TO 2000-CHECK-EMPLOYEE-EXIT
045100      END-IF.
045200      DISPLAY 'MATRICOLA ' DL-MATRICOLA ' GIA'' LIQUIDATA '
045300          'NELL''ESECUZIONE ' SL-RUN-NUMBER ' - RIFIUTATA'.
045400      MOVE 8 TO EX-SEVERITY.
045500      MOVE DL-MATRICOLA TO EX-KEY.
045600      MOVE 'LIQUIDAZIONE GIA PAGATA - SECONDO PAGAMENTO RIFIUTATO'
045700          TO EX-MESSAGE.
045800      PERFORM 9800-WRITE-EXCEPTION
045900          THRU 9800-WRITE-EXCEPTION-EXIT.
046000      MOVE 8 TO RETURN-CODE.
046100  2000-CHECK-EMPLOYEE-EXIT.
046200      EXIT.
046300****************************************************************
046400*  3000-FIND-WEEK-GROSS
046500*  FIRST PASS OVER PAYGROSS FOR THE LEAVER'S FINAL-DAYS GROSS,
046600*  WHICH IS NOT ON THE PAY REGISTER YET BUT STILL EARNS TFR.
046700****************************************************************
046800  3000-FIND-WEEK-GROSS.
046900      MOVE 'N' TO DL-GROSS-FOUND-SW.
047000      MOVE 0 TO DL-WEEK-GROSS.
047100      OPEN INPUT GROSS-FILE.
047200      IF DL-GROSS-FILE-STATUS NOT = '00'
047300          GO TO 3000-FIND-WEEK-GROSS-EXIT
047400      END-IF.
047500      MOVE 'N' TO DL-EOF-SW.
047600      PERFORM 3010-SCAN-ONE-GROSS THRU 3010-SCAN-ONE-GROSS-EXIT
047700          UNTIL DL-END-OF-FILE.
047800      CLOSE GROSS-FILE.
047900  3000-FIND-WEEK-GROSS-EXIT.
048000      EXIT.
048100  3010-SCAN-ONE-GROSS.
048200      READ GROSS-FILE
048300          AT END
048400              MOVE 'Y' TO DL-EOF-SW
048500              GO TO 3010-SCAN-ONE-GROSS-EXIT
048600      END-READ.
048700      IF GR-MATRICOLA = DL-MATRICOLA
048800          MOVE 'Y' TO DL-GROSS-FOUND-SW
048900          ADD GR-GROSS TO DL-WEEK-GROSS
049000      END-IF.
049100  3010-SCAN-ONE-GROSS-EXIT.
049200      EXIT.
049300****************************************************************
049400*  4000-COMPUTE-SETTLEMENT
049500*  BUILDS THE SETTLEMENT RECORD: LEAVE, TREDICESIMA, TFR.
049600****************************************************************
049700  4000-COMPUTE-SETTLEMENT.
049800      MOVE DL-MATRICOLA TO SL-MATRICOLA.
049900      MOVE EMP-NOME TO SL-NOME.
050000      MOVE DL-CESS-DATE TO SL-CESSAZIONE.
050100      MOVE DL-RUN-NUMBER TO SL-RUN-NUMBER.
050200      MOVE DL-TODAY TO SL-SETTLE-DATE.
050300      MOVE EMP-STIPENDIO TO SL-DAILY-RATE.
050400      PERFORM 4100-COMPUTE-LEAVE THRU 4100-COMPUTE-LEAVE-EXIT.
050500      PERFORM 4200-COMPUTE-TREDICESIMA
050600          THRU 4200-COMPUTE-TREDICESIMA-EXIT.
050700      PERFORM 4300-COMPUTE-TFR THRU 4300-COMPUTE-TFR-EXIT.
050800      IF DL-NO-SETTLEMENT
050900          GO TO 4000-COMPUTE-SETTLEMENT-EXIT
051000      END-IF.
051100      COMPUTE SL-TOTAL = SL-FERIE-AMOUNT + SL-PERM-AMOUNT
051200          + SL-13-AMOUNT + SL-TFR-AMOUNT.
051300  4000-COMPUTE-SETTLEMENT-EXIT.
051400      EXIT.
051500****************************************************************
051600*  4100-COMPUTE-LEAVE
051700*  REMAINING FERIE AND PERMESSI DAYS AT THE DAILY STIPENDIO.
051800*  AN OVERDRAWN BALANCE PAYS NOTHING AND IS LOGGED - IT IS
051900*  NOT RECOVERED HERE.
052000****************************************************************
052100  4100-COMPUTE-LEAVE.
052200      MOVE 0 TO SL-FERIE-DAYS SL-FERIE-AMOUNT.
052300      MOVE 0 TO SL-PERM-DAYS SL-PERM-AMOUNT.
052400      MOVE 'N' TO DL-LB-FOUND-SW.
052500      MOVE DL-MATRICOLA TO LB-MATRICOLA.
052600      READ LEAVE-BALANCE
052700          INVALID KEY
052800              DISPLAY 'NESSUN SALDO FERIE/PERMESSI PER '
052900                  DL-MATRICOLA
053000              GO TO 4100-COMPUTE-LEAVE-EXIT
053100          NOT INVALID KEY
053200              MOVE 'Y' TO DL-LB-FOUND-SW
053300      END-READ.
053400      COMPUTE DL-LEAVE-DAYS = LB-FERIE-DUE - LB-FERIE-USED.
053500      IF DL-LEAVE-DAYS > 0
053600          MOVE DL-LEAVE-DAYS TO SL-FERIE-DAYS
053700          COMPUTE SL-FERIE-AMOUNT ROUNDED =
053800              SL-FERIE-DAYS * SL-DAILY-RATE
053900      END-IF.
054000      IF DL-LEAVE-DAYS < 0
054100          PERFORM 4110-LOG-OVERDRAWN THRU 4110-LOG-OVERDRAWN-EXIT
054200      END-IF.
054300      COMPUTE DL-LEAVE-DAYS = LB-PERM-DUE - LB-PERM-USED.
054400      IF DL-LEAVE-DAYS > 0
054500          MOVE DL-LEAVE-DAYS TO SL-PERM-DAYS
054600          COMPUTE SL-PERM-AMOUNT ROUNDED =
054700              SL-PERM-DAYS * SL-DAILY-RATE
054800      END-IF.
054900      IF DL-LEAVE-DAYS < 0
055000          PERFORM 4110-LOG-OVERDRAWN THRU 4110-LOG-OVERDRAWN-EXIT
055100      END-IF.
055200  4100-COMPUTE-LEAVE-EXIT.
055300      EXIT.
055400  4110-LOG-OVERDRAWN.
055500      MOVE 4 TO EX-SEVERITY.
055600      MOVE DL-MATRICOLA TO EX-KEY.
055700      MOVE 'SALDO FERIE/PERMESSI NEGATIVO - NON RECUPERATO'
055800          TO EX-MESSAGE.
055900      PERFORM 9800-WRITE-EXCEPTION
056000          THRU 9800-WRITE-EXCEPTION-EXIT.
056100      IF RETURN-CODE < 4
056200          MOVE 4 TO RETURN-CODE
056300      END-IF.
056400  4110-LOG-OVERDRAWN-EXIT.
056500      EXIT.
056600****************************************************************
056700*  4200-COMPUTE-TREDICESIMA
056750*  THE TREDMAST ACCUMULATOR FOR THE CESSATION YEAR (AMOUNT AND
056800*  MONTHS THE MONTH-END ACCRUAL HAS ALREADY BOOKED) PLUS ONE
056850*  TWELFTH OF THE MONTHLY PAY FOR EACH LATER MONTH UP TO THE
056900*  CESSATION THAT TREDMESI COUNTS (15 DAYS OR MORE WORKED).  A
056950*  YEAR ALREADY PAID (DECEMBER PAYOUT) PAYS NOTHING MORE.  AN
057000*  ACCUMULATOR STILL OPEN AND UNPAID ON AN EARLIER YEAR MEANS
057050*  A TREDICESIMA WAS NEVER PAID: THE SETTLEMENT IS REFUSED
057100*  RC 8 RATHER THAN LOSE IT.
057200****************************************************************
057300  4200-COMPUTE-TREDICESIMA.
057400      MOVE 0 TO SL-13-MONTHS SL-13-AMOUNT.
057450      MOVE 0 TO DL-13-ACCRUED.
057500      MOVE 1 TO DL-13-FROM-MM.
057550      MOVE 'N' TO DL-TD-PAID-SW.
057600      MOVE 'N' TO DL-TD-FOUND-SW.
057650      MOVE DL-MATRICOLA TO TD-MATRICOLA.
057700      READ TRED-MASTER
057750          INVALID KEY
057800              CONTINUE
057850          NOT INVALID KEY
057900              MOVE 'Y' TO DL-TD-FOUND-SW
057950      END-READ.
058000      IF DL-TD-FOUND
058050          IF TD-YEAR < DL-CESS-CCYY AND TD-PAID-RUN = 0
058100                  AND TD-ACCRUED > 0
058150              DISPLAY 'TREDICESIMA ' TD-YEAR ' NON PAGATA - '
058200                  'LIQUIDAZIONE RIFIUTATA'
058250              MOVE 8 TO EX-SEVERITY
058300              MOVE DL-MATRICOLA TO EX-KEY
058350              MOVE 'TREDICESIMA ANNO PREC. NON PAGATA - RIFIUTATA'
058400                  TO EX-MESSAGE
058450              PERFORM 9800-WRITE-EXCEPTION
058500                  THRU 9800-WRITE-EXCEPTION-EXIT
058550              MOVE 8 TO RETURN-CODE
058600              MOVE 'N' TO DL-SETTLE-SW
058650              GO TO 4200-COMPUTE-TREDICESIMA-EXIT
058900          END-IF
058960          IF TD-YEAR = DL-CESS-CCYY
059020              IF TD-PAID-RUN NOT = 0
059080                  DISPLAY 'TREDICESIMA ' TD-YEAR ' GIA'' PAGATA '
059140                      'NELL''ESECUZIONE ' TD-PAID-RUN
059200                  MOVE 'Y' TO DL-TD-PAID-SW
059260                  GO TO 4200-COMPUTE-TREDICESIMA-EXIT
059320              END-IF
059380              MOVE TD-ACCRUED TO DL-13-ACCRUED
059440              MOVE TD-MONTHS TO SL-13-MONTHS
059500              IF TD-LAST-MONTH > DL-CESS-CCYY * 100
059560                  COMPUTE DL-13-FROM-MM =
059620                      TD-LAST-MONTH - DL-CESS-CCYY * 100 + 1
059800              END-IF
059900          END-IF
060800      END-IF.
060860      MOVE 0 TO DL-13-MONTHS.
060920      IF DL-13-FROM-MM <= DL-CESS-MM
060980          CALL 'TREDMESI' USING EMP-DATA-ASSUNZIONE DL-CESS-DATE
061040              DL-CESS-CCYY DL-13-FROM-MM DL-CESS-MM DL-13-MONTHS
061100      END-IF.
061160      ADD DL-13-MONTHS TO SL-13-MONTHS.
061220      COMPUTE DL-13-RATEO ROUNDED =
061280          SL-DAILY-RATE * DL-MONTH-DAYS / 12.
061340      COMPUTE SL-13-AMOUNT =
061400          DL-13-ACCRUED + DL-13-RATEO * DL-13-MONTHS.
061500  4200-COMPUTE-TREDICESIMA-EXIT.
061600      EXIT.
061700****************************************************************
061800*  4300-COMPUTE-TFR
061900*  THE ACCUMULATED BALANCE PLUS THE ACCRUAL STILL TO COME ON
062000*  GROSS PAID AFTER TF-LAST-MONTH: PAY-REGISTER PERIODS OF
062100*  LATER MONTHS (THIS RUN'S OWN PERIOD EXCLUDED - A RESTART
062200*  MAY ALREADY HAVE FILED IT) AND THE FINAL DAYS ON PAYGROSS.
062300*  AN ACCUMULATOR STILL OPEN ON AN EARLIER YEAR HAS MISSED THE
062400*  YEAR-END REVALUATION: THE WHOLE SETTLEMENT IS REFUSED RC 8
062500*  RATHER THAN PAY A TFR THAT IS KNOWN TO BE SHORT.
062600****************************************************************
062700  4300-COMPUTE-TFR.
062800      MOVE 0 TO SL-TFR-AMOUNT.
062900      MOVE 'N' TO DL-TFR-FOUND-SW.
063000      MOVE DL-MATRICOLA TO TF-MATRICOLA.
063100      READ TFR-MASTER
063200          INVALID KEY
063300              CONTINUE
063400          NOT INVALID KEY
063500              MOVE 'Y' TO DL-TFR-FOUND-SW
063600      END-READ.
063700      IF DL-TFR-FOUND
063800          IF TF-SETTLED-DATE NOT = 0
063900              DISPLAY 'TFR GIA'' LIQUIDATO IL ' TF-SETTLED-DATE
064000              GO TO 4300-COMPUTE-TFR-EXIT
064100          END-IF
064200          IF TF-YEAR < DL-CESS-CCYY
064300              DISPLAY 'TFR ANNO PRECEDENTE NON RIVALUTATO - '
064400                  'LIQUIDAZIONE RIFIUTATA'
064500              MOVE 8 TO EX-SEVERITY
064600              MOVE DL-MATRICOLA TO EX-KEY
064700              MOVE 'TFR NON RIVALUTATO - LIQUIDAZIONE RIFIUTATA'
064800                  TO EX-MESSAGE
064900              PERFORM 9800-WRITE-EXCEPTION
065000                  THRU 9800-WRITE-EXCEPTION-EXIT
065100              MOVE 8 TO RETURN-CODE
065200              MOVE 'N' TO DL-SETTLE-SW
065300              GO TO 4300-COMPUTE-TFR-EXIT
065400          END-IF
065500          MOVE TF-LAST-MONTH TO DL-TFR-FROM-MONTH
065600      ELSE
065700          MOVE DL-MATRICOLA TO TF-MATRICOLA
065800          MOVE EMP-NOME TO TF-NOME
065900          MOVE DL-CESS-CCYY TO TF-YEAR
066000          MOVE 0 TO TF-OPENING-BAL
066100          MOVE 0 TO TF-YEAR-ACCRUAL
066200          MOVE 0 TO TF-BALANCE
066300          MOVE 0 TO TF-LAST-MONTH
066400          MOVE 0 TO TF-CLOSED-YEAR
066500          MOVE 0 TO TF-CLOSED-ACCRUAL
066600          MOVE 0 TO TF-CLOSED-REVAL
066700          MOVE 0 TO TF-SETTLED-DATE
066800          COMPUTE DL-TFR-FROM-MONTH = DL-CESS-CCYY * 100
066900      END-IF.
067000      MOVE DL-WEEK-GROSS TO DL-TFR-BASE.
067100      IF DL-REG-AVAILABLE
067200          MOVE 'N' TO DL-EOF-SW
067300          MOVE DL-MATRICOLA TO PR-MATRICOLA
067400          MOVE 0 TO PR-PERIOD-END
067500          START PAY-REGISTER KEY NOT < PR-KEY
067600              INVALID KEY
067700                  MOVE 'Y' TO DL-EOF-SW
067800          END-START
067900          PERFORM 4310-ADD-ONE-PERIOD
068000              THRU 4310-ADD-ONE-PERIOD-EXIT
068100              UNTIL DL-END-OF-FILE
068200      END-IF.
068300      COMPUTE DL-TFR-ACCRUAL ROUNDED = DL-TFR-BASE / DL-DIVISOR.
068400      COMPUTE SL-TFR-AMOUNT = TF-BALANCE + DL-TFR-ACCRUAL.
068500  4300-COMPUTE-TFR-EXIT.
068600      EXIT.
068700  4310-ADD-ONE-PERIOD.
068800      READ PAY-REGISTER NEXT RECORD
068900          AT END
069000              MOVE 'Y' TO DL-EOF-SW
069100              GO TO 4310-ADD-ONE-PERIOD-EXIT
069200      END-READ.
069300      IF PR-MATRICOLA NOT = DL-MATRICOLA
069400          MOVE 'Y' TO DL-EOF-SW
069500          GO TO 4310-ADD-ONE-PERIOD-EXIT
069600      END-IF.
069700      IF PR-PERIOD-END(1:6) > DL-TFR-FROM-MONTH
069800              AND PR-PERIOD-END NOT = DL-PERIOD-END
069900          ADD PR-GROSS TO DL-TFR-BASE
070000      END-IF.
070100  4310-ADD-ONE-PERIOD-EXIT.
070200      EXIT.
070300****************************************************************
070400*  4500-RECORD-SETTLEMENT
070500*  WRITES THE SETTLEMENT RECORD, ZEROES THE LEAVE BALANCES AND
070600*  CLOSES THE TFR ACCUMULATOR (BALANCE PAID OUT, FINAL ACCRUAL
070700*  ADDED TO THE YEAR, TF-SETTLED-DATE SET) - ALL BEFORE THE
070800*  PAY LEAVES THIS STEP, SO A RESTART FINDS THE RECORD AND
070900*  PAYS THE SAME FIGURES INSTEAD OF RECOMPUTING FROM ZERO.
071000****************************************************************
071100  4500-RECORD-SETTLEMENT.
071200      WRITE SETTLEMENT-RECORD
071300          INVALID KEY
071400              DISPLAY 'SCRITTURA SETTLEH FALLITA - ' SL-MATRICOLA
071500              MOVE 8 TO EX-SEVERITY
071600              MOVE SL-MATRICOLA TO EX-KEY
071700              MOVE 'SCRITTURA SETTLEH FALLITA - NON LIQUIDATO'
071800                  TO EX-MESSAGE
071900              PERFORM 9800-WRITE-EXCEPTION
072000                  THRU 9800-WRITE-EXCEPTION-EXIT
072100              MOVE 8 TO RETURN-CODE
072200              MOVE 'N' TO DL-SETTLE-SW
072300              GO TO 4500-RECORD-SETTLEMENT-EXIT
072400      END-WRITE.
072500      IF DL-LB-FOUND
072600          MOVE 0 TO LB-FERIE-DUE
072700          MOVE 0 TO LB-FERIE-USED
072800          MOVE 0 TO LB-PERM-DUE
072900          MOVE 0 TO LB-PERM-USED
073000          REWRITE LEAVE-BALANCE-RECORD
073100              INVALID KEY
073200                  DISPLAY 'RISCRITTURA LEAVEBAL FALLITA - '
073300                      LB-MATRICOLA
073400                  MOVE 8 TO RETURN-CODE
073500          END-REWRITE
073600      END-IF.
073630      PERFORM 4510-STAMP-TREDICESIMA
073660          THRU 4510-STAMP-TREDICESIMA-EXIT.
073700      IF TF-SETTLED-DATE NOT = 0
073800          GO TO 4500-RECORD-SETTLEMENT-EXIT
073900      END-IF.
074000      ADD DL-TFR-ACCRUAL TO TF-YEAR-ACCRUAL.
074100      MOVE 0 TO TF-BALANCE.
074200      MOVE DL-CESS-MONTH TO TF-LAST-MONTH.
074300      MOVE DL-CESS-DATE TO TF-SETTLED-DATE.
074400      IF DL-TFR-FOUND
074500          REWRITE TFR-RECORD
074600              INVALID KEY
074700                  DISPLAY 'RISCRITTURA TFRMAST FALLITA - '
074800                      TF-MATRICOLA
074900                  MOVE 8 TO RETURN-CODE
075000          END-REWRITE
075100      ELSE
075200          WRITE TFR-RECORD
075300              INVALID KEY
075400                  DISPLAY 'SCRITTURA TFRMAST FALLITA - '
075500                      TF-MATRICOLA
075600                  MOVE 8 TO RETURN-CODE
075700          END-WRITE
075800      END-IF.
075900  4500-RECORD-SETTLEMENT-EXIT.
075902      EXIT.
075904****************************************************************
075906*  4510-STAMP-TREDICESIMA
075908*  MARKS THE CESSATION YEAR PAID ON TREDMAST - AMOUNT, RUN,
075910*  DATE, LAST MONTH = CESSATION MONTH - SO NEITHER THE MONTH-
075912*  END ACCRUAL NOR THE DECEMBER PAYOUT TOUCHES IT AGAIN.  TD-
075914*  ACCRUED IS LEFT AS BOOKED.
075916****************************************************************
075918  4510-STAMP-TREDICESIMA.
075920      IF DL-TD-ALREADY-PAID
075922          GO TO 4510-STAMP-TREDICESIMA-EXIT
075924      END-IF.
075926      IF NOT DL-TD-FOUND OR TD-YEAR NOT = DL-CESS-CCYY
075928          MOVE DL-MATRICOLA TO TD-MATRICOLA
075930          MOVE EMP-NOME TO TD-NOME
075932          MOVE DL-CESS-CCYY TO TD-YEAR
075934          MOVE 0 TO TD-ACCRUED
075936      END-IF.
075938      MOVE SL-13-MONTHS TO TD-MONTHS.
075940      MOVE DL-CESS-MONTH TO TD-LAST-MONTH.
075942      MOVE SL-13-AMOUNT TO TD-PAID-AMOUNT.
075944      MOVE DL-RUN-NUMBER TO TD-PAID-RUN.
075946      MOVE DL-TODAY TO TD-PAID-DATE.
075948      IF DL-TD-FOUND
075950          REWRITE TREDICESIMA-RECORD
075952              INVALID KEY
075954                  DISPLAY 'RISCRITTURA TREDMAST FALLITA - '
075956                      TD-MATRICOLA
075958                  MOVE 8 TO RETURN-CODE
075960          END-REWRITE
075962      ELSE
075964          WRITE TREDICESIMA-RECORD
075966              INVALID KEY
075968                  DISPLAY 'SCRITTURA TREDMAST FALLITA - '
075970                      TD-MATRICOLA
075972                  MOVE 8 TO RETURN-CODE
075974          END-WRITE
075976      END-IF.
075978  4510-STAMP-TREDICESIMA-EXIT.
076000      EXIT.
076100****************************************************************
076200*  5000-COPY-GROSS
076300*  PAYGROSS THROUGH TO PAYGROSF, THE SETTLEMENT TOTAL FOLDED
076400*  INTO THE LEAVER'S GROSS AND THE TFR PORTION SHOWN IN
076430*  GR-TFR, SO PAYCALC CHARGES NO CONTRIBUTIONS ON IT (TFR IS
076460*  NOT CONTRIBUTORY PAY).  A LEAVER WITH NO FINAL DAYS GETS
076500*  A SETTLEMENT-ONLY RECORD, NAME AND COST CENTER FROM THE
076600*  MASTER.  A MISSING PAYGROSS IS FATAL - DAYS DID NOT RUN.
076700****************************************************************
076800  5000-COPY-GROSS.
076900      OPEN INPUT GROSS-FILE.
077000      IF DL-GROSS-FILE-STATUS NOT = '00'
077100          DISPLAY 'IMPOSSIBILE APRIRE PAYGROSS - STATUS '
077200              DL-GROSS-FILE-STATUS
077300          MOVE 8 TO RETURN-CODE
077400          MOVE 'N' TO DL-SETTLE-SW
077500          GO TO 5000-COPY-GROSS-EXIT
077600      END-IF.
077700      OPEN OUTPUT GROSS-OUT-FILE.
077800      MOVE 'N' TO DL-EOF-SW.
077900      PERFORM 5010-COPY-ONE-GROSS THRU 5010-COPY-ONE-GROSS-EXIT
078000          UNTIL DL-END-OF-FILE.
078100      IF NOT DL-NO-SETTLEMENT AND NOT DL-GROSS-FOUND
078200          MOVE DL-MATRICOLA TO GR-MATRICOLA
078300          MOVE EMP-NOME TO GR-NOME
078400          MOVE EMP-COST-CENTER TO GR-COST-CENTER
078500          MOVE SL-TOTAL TO GR-GROSS
078600          MOVE 0 TO GR-RETRO
078650          MOVE SL-13-AMOUNT TO GR-TREDICESIMA
078670          MOVE SL-TFR-AMOUNT TO GR-TFR
078700          WRITE GROSS-OUT-RECORD FROM GROSS-PAY-RECORD
078800          ADD 1 TO DL-OUT-COUNT
078900      END-IF.
079000      CLOSE GROSS-FILE GROSS-OUT-FILE.
079100  5000-COPY-GROSS-EXIT.
079200      EXIT.
079300  5010-COPY-ONE-GROSS.
079400      READ GROSS-FILE
079500          AT END
079600              MOVE 'Y' TO DL-EOF-SW
079700              GO TO 5010-COPY-ONE-GROSS-EXIT
079800      END-READ.
079900      ADD 1 TO DL-COPY-COUNT.
080000      IF NOT DL-NO-SETTLEMENT AND GR-MATRICOLA = DL-MATRICOLA
080100          COMPUTE DL-NEW-GROSS = GR-GROSS + SL-TOTAL
080200          MOVE DL-NEW-GROSS TO GR-GROSS
080250          ADD SL-13-AMOUNT TO GR-TREDICESIMA
080270          ADD SL-TFR-AMOUNT TO GR-TFR
080300      END-IF.
080400      WRITE GROSS-OUT-RECORD FROM GROSS-PAY-RECORD.
080500      ADD 1 TO DL-OUT-COUNT.
080600  5010-COPY-ONE-GROSS-EXIT.
080700      EXIT.
080800****************************************************************
080900*  6000-WRITE-DETAIL-LINES
081000*  ONE PAYDTL LINE PER NON-ZERO COMPONENT, DAY CODE 0 SO THE
081100*  PAYSLIP PRINTS IT AS A SETTLEMENT LINE, NOT A DAY:
081200*  L = FERIE (DAYS), Q = PERMESSI (DAYS), D = TREDICESIMA
081300*  (MONTHS), R = TFR.
081400****************************************************************
081500  6000-WRITE-DETAIL-LINES.
081600      OPEN EXTEND PAY-DETAIL.
081700      IF DL-PAYDTL-FILE-STATUS = '35'
081800          OPEN OUTPUT PAY-DETAIL
081900          CLOSE PAY-DETAIL
082000          OPEN EXTEND PAY-DETAIL
082100      END-IF.
082200      MOVE 'L' TO DL-DTL-TYPE.
082300      MOVE SL-FERIE-DAYS TO DL-DTL-QTY.
082400      MOVE SL-FERIE-AMOUNT TO DL-DTL-AMOUNT.
082500      PERFORM 6100-WRITE-ONE-DETAIL
082600          THRU 6100-WRITE-ONE-DETAIL-EXIT.
082700      MOVE 'Q' TO DL-DTL-TYPE.
082800      MOVE SL-PERM-DAYS TO DL-DTL-QTY.
082900      MOVE SL-PERM-AMOUNT TO DL-DTL-AMOUNT.
083000      PERFORM 6100-WRITE-ONE-DETAIL
083100          THRU 6100-WRITE-ONE-DETAIL-EXIT.
083200      MOVE 'D' TO DL-DTL-TYPE.
083300      MOVE SL-13-MONTHS TO DL-DTL-QTY.
083400      MOVE SL-13-AMOUNT TO DL-DTL-AMOUNT.
083500      PERFORM 6100-WRITE-ONE-DETAIL
083600          THRU 6100-WRITE-ONE-DETAIL-EXIT.
083700      MOVE 'R' TO DL-DTL-TYPE.
083800      MOVE 0 TO DL-DTL-QTY.
083900      MOVE SL-TFR-AMOUNT TO DL-DTL-AMOUNT.
084000      PERFORM 6100-WRITE-ONE-DETAIL
084100          THRU 6100-WRITE-ONE-DETAIL-EXIT.
084200      CLOSE PAY-DETAIL.
084300  6000-WRITE-DETAIL-LINES-EXIT.
084400      EXIT.
084500  6100-WRITE-ONE-DETAIL.
084600      IF DL-DTL-AMOUNT = 0
084700          GO TO 6100-WRITE-ONE-DETAIL-EXIT
084800      END-IF.
084900      MOVE DL-MATRICOLA TO PD-MATRICOLA.
085000      MOVE 0 TO PD-DAY-CODE.
085100      MOVE DL-DTL-AMOUNT TO PD-AMOUNT.
085200      MOVE DL-DTL-QTY TO PD-HOURS.
085300      MOVE 0 TO PD-OT-HOURS.
085400      MOVE 0 TO PD-OT-AMOUNT.
085500      MOVE DL-DTL-TYPE TO PD-TYPE.
085600      MOVE 'N' TO PD-HOLIDAY-FLAG.
085650      MOVE DL-CESS-DATE TO PD-DATE.
085700      WRITE PAY-DETAIL-RECORD.
085800  6100-WRITE-ONE-DETAIL-EXIT.
085900      EXIT.
086000****************************************************************
086100*  7000-PRINT-SETTLEMENT
086200*  THE SETTLEMENT SUMMARY UNDER THE COMMON HEADING.
086300****************************************************************
086400  7000-PRINT-SETTLEMENT.
086500      DISPLAY 'MATRICOLA           : ' SL-MATRICOLA ' ' SL-NOME.
086600      DISPLAY 'DATA CESSAZIONE     : ' SL-CESSAZIONE.
086700      DISPLAY 'ESECUZIONE          : ' SL-RUN-NUMBER.
086800      DISPLAY 'STIPENDIO GIORNALIERO: ' SL-DAILY-RATE.
086900      DISPLAY 'FERIE NON GODUTE    : ' SL-FERIE-DAYS ' GG '
087000          SL-FERIE-AMOUNT.
087100      DISPLAY 'PERMESSI NON GODUTI : ' SL-PERM-DAYS ' GG '
087200          SL-PERM-AMOUNT.
087300      DISPLAY 'RATEO TREDICESIMA   : ' SL-13-MONTHS ' MESI '
087400          SL-13-AMOUNT.
087500      DISPLAY 'TFR                 : ' SL-TFR-AMOUNT.
087600      DISPLAY 'TOTALE LIQUIDAZIONE : ' SL-TOTAL.
087700  7000-PRINT-SETTLEMENT-EXIT.
087800      EXIT.
087900****************************************************************
088000*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
088100*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
088200*  BATCH STEPS.
088300****************************************************************
088400  9700-OPEN-EXCEPTION-FILE.
088500      OPEN EXTEND EXCEPTION-FILE.
088600      IF DL-EXC-FILE-STATUS = '35'
088700          OPEN OUTPUT EXCEPTION-FILE
088800          CLOSE EXCEPTION-FILE
088900          OPEN EXTEND EXCEPTION-FILE
089000      END-IF.
089100  9700-OPEN-EXCEPTION-FILE-EXIT.
089200      EXIT.
089300  9800-WRITE-EXCEPTION.
089400      MOVE 'SETTLE' TO EX-PROGRAM-ID.
089500      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
089600      ACCEPT EX-RUN-TIME FROM TIME.
089700      MOVE 'N' TO EX-ACK-FLAG.
089800      MOVE SPACES TO EX-ACK-OPERATOR.
089900      MOVE 0 TO EX-ACK-DATE.
090000      MOVE SPACES TO EX-ACK-NOTE.
090100      WRITE EXCEPTION-RECORD.
090200  9800-WRITE-EXCEPTION-EXIT.
090300      EXIT.
090400****************************************************************
090500*  0100-CHECK-STEP-GATE
090600*  RESTART GATE: WHEN THE STEPGATE FILE PAYREST WRITES MARKS
090700*  THIS PROGRAM S, THE STEP ALREADY COMPLETED IN THIS RUN AND
090800*  IS SKIPPED AT ONCE.  NO STEPGATE FILE MEANS RUN NORMALLY.
090900****************************************************************
091000  0100-CHECK-STEP-GATE.
091100      MOVE 'N' TO DL-GATE-SKIP-SW.
091200      MOVE 'N' TO DL-GATE-EOF-SW.
091300      OPEN INPUT STEP-GATE.
091400      IF DL-GATE-FILE-STATUS NOT = '00'
091500          GO TO 0100-CHECK-STEP-GATE-EXIT
091600      END-IF.
091700      PERFORM 0110-READ-ONE-GATE
091800          THRU 0110-READ-ONE-GATE-EXIT
091900          UNTIL DL-GATE-END-OF-FILE.
092000      CLOSE STEP-GATE.
092100  0100-CHECK-STEP-GATE-EXIT.
092200      EXIT.
092300  0110-READ-ONE-GATE.
092400      READ STEP-GATE
092500          AT END
092600              MOVE 'Y' TO DL-GATE-EOF-SW
092700          NOT AT END
092800              IF GT-PROGRAM-ID = 'SETTLE' AND GT-SKIP
092900                  MOVE 'Y' TO DL-GATE-SKIP-SW
093000                  MOVE 'Y' TO DL-GATE-EOF-SW
093100              END-IF
093200      END-READ.
093300  0110-READ-ONE-GATE-EXIT.
093400      EXIT.
093500****************************************************************
093600*  9950-WRITE-RUN-STATS
093700*  APPENDS ONE RUN-STATISTICS RECORD (RUNSTAT.CPY) AT END OF
093800*  RUN, SO THE BATCH-WINDOW REPORT CAN SEE THE STEP COMPLETED.
093900****************************************************************
094000  9950-WRITE-RUN-STATS.
094100      OPEN EXTEND RUN-STATS.
094200      IF DL-RUNSTAT-FILE-STATUS = '35'
094300          OPEN OUTPUT RUN-STATS
094400          CLOSE RUN-STATS
094500          OPEN EXTEND RUN-STATS
094600      END-IF.
094700      MOVE 'SETTLE' TO RS-PROGRAM-ID.
094800      MOVE DL-RS-START-DATE TO RS-START-DATE.
094900      MOVE DL-RS-START-TIME TO RS-START-TIME.
095000      ACCEPT RS-END-DATE FROM DATE YYYYMMDD.
095100      ACCEPT RS-END-TIME FROM TIME.
095200      MOVE DL-COPY-COUNT TO RS-RECORDS-READ.
095300      MOVE DL-OUT-COUNT TO RS-RECORDS-WRITTEN.
095400      MOVE DL-RUN-NUMBER TO RS-RUN-NUMBER.
095500      MOVE RETURN-CODE TO RS-COMPLETION-CODE.
095600      WRITE RUN-STAT-RECORD.
095700      CLOSE RUN-STATS.
095800  9950-WRITE-RUN-STATS-EXIT.
095900      EXIT.
096000****************************************************************
096100*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
096200****************************************************************
096300  COPY RPTHDRP.
