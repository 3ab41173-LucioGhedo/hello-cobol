000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TREDPAY.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  TREDPAY
000900*  DECEMBER TREDICESIMA PAYOUT, RUN BETWEEN DAYS AND THE
001000*  RETRO-APPLICATION STEP (MONTHLY STREAM: BETWEEN DAYS AND
001100*  PAYCALC).  THE 13TH MONTH USED TO BE WORKED OUT BY HAND
001200*  AND KEYED AS A RETROADJ ADJUSTMENT; NOW IT IS PAID FROM THE
001300*  KEYED ACCUMULATOR THE MONTH-END ACCRUAL (TREDACC) BUILDS.
001400*  SYSIN CARD 1 IS THE PAYOUT SWITCH: S PAYS, ANYTHING ELSE
001500*  MAKES THE STEP A STRAIGHT COPY OF PAYGROSS TO PAYGROST.
001600*  CARD 2 IS THE STREAM'S PAY FREQUENCY (W/M), THE SAME AS
001700*  DAYS.  THE SWITCH IS ONLY HONOURED WHEN THE RUN-CONTROL
001800*  PERIOD ENDS IN DECEMBER - OTHERWISE IT IS LOGGED AND
001900*  IGNORED.  EVERY ACTIVE EMPLOYEE OF THE FREQUENCY IS PAID
002000*  THE YEAR'S ACCRUED AMOUNT PLUS ONE TWELFTH OF THE MONTHLY
002100*  PAY FOR EACH QUALIFYING MONTH NOT YET ACCRUED (DECEMBER
002200*  ITSELF, AND ANY MONTH THE ACCRUAL HAS NOT SEEN); THE PAYOUT
002300*  IS FOLDED INTO GR-GROSS AND SHOWN IN GR-TREDICESIMA, SO
002400*  PAYCALC APPLIES ITS OWN WITHHOLDING AND IT FLOWS TO THE
002500*  PAYSLIP, YTD AND THE REGISTER.  AN EMPLOYEE WITH NO GROSS
002600*  THIS PERIOD GETS A PAYOUT-ONLY RECORD.  THE ACCUMULATOR IS
002700*  STAMPED WITH THE RUN NUMBER THAT PAID IT, SO A LATER
002800*  DECEMBER RUN WITH THE SWITCH LEFT ON PAYS NOTHING TWICE; A
002900*  STAMP FROM THIS SAME RUN IS RE-APPLIED (RESTART AFTER A
003000*  LATER-STEP FAILURE).  THE ACCRUED PART IS ALREADY ON THE
003100*  BOOKS AS A PROVISION, SO IT IS REVERSED PER COST CENTER
003200*  ON PROVPOST - DEBIT RATEO13, CREDIT SALARI - AND GLPOST
003300*  DOES NOT CHARGE IT TO SALARIES TWICE.  LEAVERS ARE PAID BY
003400*  THE FINAL SETTLEMENT, NOT HERE.  ONLY THE RUN COMPANY'S
003410*  EMPLOYEES ARE PAID (RN-COMPANY, BLANK = 01) AND THE
003420*  REVERSALS CARRY THAT COMPANY FOR ITS OWN GLPOST.
003500*  MOD HISTORY
003600*  15/10/2026 LG  NEW.
003610*  15/10/2026 LG  ONLY THE RUNCTL COMPANY'S EMPLOYEES; PV-COMPANY
003620*                 ON THE REVERSALS (PROVPOST 53 -> 55).
003630*  15/10/2026 LG  GROSS RECORD 57 -> 66 (GR-TFR), CARRIED THROUGH;
003640*                 A TREDICESIMA-ONLY RECORD CARRIES NONE.
003700****************************************************************
003800  ENVIRONMENT DIVISION.
003900  CONFIGURATION SECTION.
004000  SOURCE-COMPUTER. IBM-PC.
004100  OBJECT-COMPUTER. IBM-PC.
004200  INPUT-OUTPUT SECTION.
004300  FILE-CONTROL.
004400      SELECT GROSS-FILE ASSIGN TO "PAYGROSS"
004500          ORGANIZATION LINE SEQUENTIAL
004600          FILE STATUS IS DL-GROSS-FILE-STATUS.
004700      SELECT GROSS-OUT-FILE ASSIGN TO "PAYGROST"
004800          ORGANIZATION LINE SEQUENTIAL.
004900      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005000          ORGANIZATION INDEXED
005100          ACCESS MODE DYNAMIC
005200          RECORD KEY EMP-MATRICOLA
005300          FILE STATUS IS DL-EMP-FILE-STATUS.
005400      SELECT TRED-MASTER ASSIGN TO "TREDMAST"
005500          ORGANIZATION INDEXED
005600          ACCESS MODE DYNAMIC
005700          RECORD KEY TD-MATRICOLA
005800          FILE STATUS IS DL-TD-FILE-STATUS.
005900      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
006000          ORGANIZATION LINE SEQUENTIAL
006100          FILE STATUS IS DL-PP-FILE-STATUS.
006200      SELECT PROVISION-FILE ASSIGN TO "PROVPOST"
006300          ORGANIZATION LINE SEQUENTIAL
006400          FILE STATUS IS DL-PV-FILE-STATUS.
006500      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
006600          ORGANIZATION LINE SEQUENTIAL
006700          FILE STATUS IS DL-EXC-FILE-STATUS.
006800      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
006900          ORGANIZATION LINE SEQUENTIAL
007000          FILE STATUS IS DL-RC-FILE-STATUS.
007100      SELECT RUN-STATS ASSIGN TO "RUNSTAT"
007200          ORGANIZATION LINE SEQUENTIAL
007300          FILE STATUS IS DL-RUNSTAT-FILE-STATUS.
007400      SELECT STEP-GATE ASSIGN TO "STEPGATE"
007500          ORGANIZATION LINE SEQUENTIAL
007600          FILE STATUS IS DL-GATE-FILE-STATUS.
007700*
007800  DATA DIVISION.
007900  FILE SECTION.
008000  FD  TRED-MASTER.
008100  COPY TREDREC.
008200  FD  PAY-PARAMS.
008300  COPY PAYPARM.
008400  FD  PROVISION-FILE.
008500  COPY PROVPOST.
008600  FD  RUN-CONTROL.
008700  COPY RUNCTL.
008800  FD  RUN-STATS.
008900  COPY RUNSTAT.
009000  FD  STEP-GATE.
009100  COPY GATEREC.
009200  FD  GROSS-FILE.
009300  COPY PAYGROSS.
009400  FD  GROSS-OUT-FILE.
009500  01  GROSS-OUT-RECORD             PIC X(66).
009600  FD  EMPLOYEE-MASTER.
009700  01  EMPLOYEE-MASTER-RECORD.
009800      COPY EMPREC.
009900      05  EMP-WORK-DAY            PIC 9(01).
010000  FD  EXCEPTION-FILE.
010100  COPY EXCREC.
010200*
010300  WORKING-STORAGE SECTION.
010400  01  DL-GROSS-FILE-STATUS         PIC X(02).
010500  01  DL-EMP-FILE-STATUS           PIC X(02).
010600  01  DL-TD-FILE-STATUS            PIC X(02).
010700  01  DL-PP-FILE-STATUS            PIC X(02).
010800  01  DL-PV-FILE-STATUS            PIC X(02).
010900  01  DL-EXC-FILE-STATUS           PIC X(02).
011000  01  DL-RC-FILE-STATUS            PIC X(02).
011100  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
011200      88  DL-END-OF-FILE                      VALUE 'Y'.
011300  01  DL-MATCH-SW                  PIC X(01).
011400      88  DL-PAYOUT-FOUND                     VALUE 'Y'.
011500  01  DL-FOUND-SW                  PIC X(01).
011600      88  DL-CC-FOUND                         VALUE 'Y'.
011700  01  DL-TD-FOUND-SW               PIC X(01).
011800      88  DL-TD-FOUND                         VALUE 'Y'.
011900  01  DL-PAYOUT-SW                 PIC X(01).
012000      88  DL-PAYOUT-MODE                      VALUE 'S'.
012100  01  DL-PAY-FREQ                  PIC X(01).
012200  01  DL-RUN-NUMBER                PIC 9(06) VALUE 0.
012300  01  DL-PERIOD-END                PIC 9(08) VALUE 0.
012400  01  DL-PERIOD-END-R REDEFINES DL-PERIOD-END.
012500      05  DL-PAY-YEAR              PIC 9(04).
012600      05  DL-PAY-MM                PIC 9(02).
012700      05  FILLER                   PIC 9(02).
012710  01  DL-RUN-COMPANY               PIC X(02) VALUE '01'.
012720  01  DL-EMP-COMPANY               PIC X(02).
012800  01  DL-TODAY                     PIC 9(08).
012900  01  DL-MONTH-DAYS                PIC 9(02).
013000  01  DL-CESS-DATE                 PIC 9(08).
013100  01  DL-FROM-MM                   PIC 9(02).
013200  01  DL-TO-MM                     PIC 9(02).
013300  01  DL-MONTHS                    PIC 9(02).
013400  01  DL-RATEO                     PIC 9(07)V99.
013500  01  DL-ACCRUED                   PIC 9(07)V99.
013600  01  DL-ACC-MONTHS                PIC 9(02).
013700  01  DL-PAYOUT-COUNT              PIC 9(04) VALUE 0.
013800  01  DL-PAYOUT-TABLE.
013900      05  DL-PAYOUT-ENTRY OCCURS 1000 TIMES
014000              INDEXED BY DL-PAYOUT-IDX.
014100          10  DL-TP-MATRICOLA      PIC X(05).
014200          10  DL-TP-AMOUNT         PIC 9(07)V99.
014300          10  DL-TP-ACCRUED        PIC 9(07)V99.
014400          10  DL-TP-MONTHS         PIC 9(02).
014500          10  DL-TP-COST-CENTER    PIC X(04).
014600          10  DL-TP-REAPPLY        PIC X(01).
014700          10  DL-TP-APPLIED        PIC X(01).
014800  01  DL-COST-CENTER               PIC X(04).
014900  01  DL-CC-AMOUNT                 PIC 9(07)V99.
015000  01  DL-CC-COUNT                  PIC 9(03) VALUE 0.
015100  01  DL-CC-TABLE.
015200      05  DL-CC-ENTRY OCCURS 100 TIMES INDEXED BY DL-CC-IDX.
015300          10  DL-CC-CODE           PIC X(04).
015400          10  DL-CC-TOTAL          PIC 9(11)V99.
015500  01  DL-I                         PIC 9(04).
015600  01  DL-HIT                       PIC 9(04).
015700  01  DL-COPY-COUNT                PIC 9(06) VALUE 0.
015800  01  DL-APPLIED-COUNT             PIC 9(06) VALUE 0.
015900  01  DL-EXTRA-COUNT               PIC 9(06) VALUE 0.
016000  01  DL-PAID-COUNT                PIC 9(06) VALUE 0.
016100  01  DL-TOT-PAYOUT                PIC 9(11)V99 VALUE 0.
016200  01  DL-RUNSTAT-FILE-STATUS       PIC X(02).
016300  01  DL-RS-START-DATE             PIC 9(08).
016400  01  DL-RS-START-TIME             PIC 9(08).
016500  01  DL-GATE-FILE-STATUS          PIC X(02).
016600  01  DL-GATE-EOF-SW               PIC X(01).
016700      88  DL-GATE-END-OF-FILE                 VALUE 'Y'.
016800  01  DL-GATE-SKIP-SW              PIC X(01).
016900      88  DL-GATE-SKIPPED                     VALUE 'Y'.
017000*
017100  PROCEDURE DIVISION.
017200****************************************************************
017300*  0000-MAINLINE
017400****************************************************************
017500  0000-MAINLINE.
017600      PERFORM 0100-CHECK-STEP-GATE
017700          THRU 0100-CHECK-STEP-GATE-EXIT.
017800      IF DL-GATE-SKIPPED
017900          DISPLAY 'PASSO GIA'' COMPLETATO IN QUESTA ESECUZIONE - '
018000              'SALTATO'
018100          GOBACK
018200      END-IF.
018300      ACCEPT DL-RS-START-DATE FROM DATE YYYYMMDD.
018400      ACCEPT DL-RS-START-TIME FROM TIME.
018500      PERFORM 9700-OPEN-EXCEPTION-FILE
018600          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
018700      ACCEPT DL-TODAY FROM DATE YYYYMMDD.
018800      PERFORM 0500-READ-RUN-CONTROL
018900          THRU 0500-READ-RUN-CONTROL-EXIT.
019000      PERFORM 1000-GET-OPTIONS THRU 1000-GET-OPTIONS-EXIT.
019100      OPEN INPUT GROSS-FILE.
019200      IF DL-GROSS-FILE-STATUS NOT = '00'
019300          DISPLAY 'IMPOSSIBILE APRIRE PAYGROSS - STATUS '
019400              DL-GROSS-FILE-STATUS
019500          CLOSE EXCEPTION-FILE
019600          MOVE 8 TO RETURN-CODE
019700          PERFORM 9950-WRITE-RUN-STATS
019800              THRU 9950-WRITE-RUN-STATS-EXIT
019900          GOBACK
020000      END-IF.
020100      OPEN INPUT EMPLOYEE-MASTER.
020200      IF DL-EMP-FILE-STATUS NOT = '00'
020300          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
020400              DL-EMP-FILE-STATUS
020500          CLOSE GROSS-FILE
020600          CLOSE EXCEPTION-FILE
020700          MOVE 8 TO RETURN-CODE
020800          PERFORM 9950-WRITE-RUN-STATS
020900              THRU 9950-WRITE-RUN-STATS-EXIT
021000          GOBACK
021100      END-IF.
021200      IF DL-PAYOUT-MODE
021300          PERFORM 0600-OPEN-TRED-MASTER
021400              THRU 0600-OPEN-TRED-MASTER-EXIT
021500          PERFORM 1500-READ-PAY-PARAMS
021600              THRU 1500-READ-PAY-PARAMS-EXIT
021700          PERFORM 1800-LOAD-PAYOUTS THRU 1800-LOAD-PAYOUTS-EXIT
021800      END-IF.
021900      OPEN OUTPUT GROSS-OUT-FILE.
022000      MOVE 'N' TO DL-EOF-SW.
022100      PERFORM 2000-APPLY-ONE THRU 2000-APPLY-ONE-EXIT
022200          UNTIL DL-END-OF-FILE.
022300      PERFORM 4000-EMIT-PAYOUT-ONLY
022400          THRU 4000-EMIT-PAYOUT-ONLY-EXIT
022500          VARYING DL-I FROM 1 BY 1
022600          UNTIL DL-I > DL-PAYOUT-COUNT.
022700      CLOSE GROSS-FILE GROSS-OUT-FILE.
022800      IF DL-PAYOUT-MODE
022900          PERFORM 5000-RECORD-PAID THRU 5000-RECORD-PAID-EXIT
023000              VARYING DL-I FROM 1 BY 1
023100              UNTIL DL-I > DL-PAYOUT-COUNT
023200          CLOSE TRED-MASTER
023300          IF DL-CC-COUNT > 0
023400              PERFORM 6000-WRITE-REVERSALS
023500                  THRU 6000-WRITE-REVERSALS-EXIT
023600          END-IF
023700      END-IF.
023800      CLOSE EMPLOYEE-MASTER.
023900      CLOSE EXCEPTION-FILE.
024000      DISPLAY 'RECORD COPIATI      : ' DL-COPY-COUNT.
024100      DISPLAY 'TREDICESIME PAGATE  : ' DL-APPLIED-COUNT.
024200      DISPLAY 'SOLO TREDICESIMA    : ' DL-EXTRA-COUNT.
024300      DISPLAY 'GIA'' PAGATE SALTATE : ' DL-PAID-COUNT.
024400      DISPLAY 'TOTALE TREDICESIME  : ' DL-TOT-PAYOUT.
024500      PERFORM 9950-WRITE-RUN-STATS
024600          THRU 9950-WRITE-RUN-STATS-EXIT.
024700      GOBACK.
024800****************************************************************
024900*  0500-READ-RUN-CONTROL
025000*  THE RUN NUMBER STAMPS THE PAID ACCUMULATORS AND THE PERIOD
025100*  END SAYS WHETHER THIS IS THE DECEMBER RUN.  WITHOUT THE
025200*  RUN-CONTROL FILE THE PERIOD IS UNKNOWN AND NOTHING IS PAID.
025300****************************************************************
025400  0500-READ-RUN-CONTROL.
025500      OPEN INPUT RUN-CONTROL.
025600      IF DL-RC-FILE-STATUS NOT = '00'
025700          GO TO 0500-READ-RUN-CONTROL-EXIT
025800      END-IF.
025900      READ RUN-CONTROL
026000          AT END
026100              CONTINUE
026200          NOT AT END
026300              MOVE RN-RUN-NUMBER TO DL-RUN-NUMBER
026400              MOVE RN-PERIOD-END TO DL-PERIOD-END
026450              IF RN-COMPANY NOT = SPACES
026460                  MOVE RN-COMPANY TO DL-RUN-COMPANY
026470              END-IF
026500      END-READ.
026600      CLOSE RUN-CONTROL.
026700  0500-READ-RUN-CONTROL-EXIT.
026800      EXIT.
026900****************************************************************
027000*  0600-OPEN-TRED-MASTER
027100*  THE KEYED ACCUMULATOR, CREATED ON FIRST USE LIKE THE OTHER
027200*  INDEXED FILES (A YEAR WITH NO ACCRUALS IS PAID IN FULL
027300*  FROM THE MONTHS THE EMPLOYEE WORKED).
027400****************************************************************
027500  0600-OPEN-TRED-MASTER.
027600      OPEN I-O TRED-MASTER.
027700      IF DL-TD-FILE-STATUS = '35'
027800          OPEN OUTPUT TRED-MASTER
027900          CLOSE TRED-MASTER
028000          OPEN I-O TRED-MASTER
028100      END-IF.
028200      IF DL-TD-FILE-STATUS NOT = '00'
028300          DISPLAY 'IMPOSSIBILE APRIRE TREDMAST - STATUS '
028400              DL-TD-FILE-STATUS
028500          CLOSE GROSS-FILE EMPLOYEE-MASTER
028600          CLOSE EXCEPTION-FILE
028700          MOVE 8 TO RETURN-CODE
028800          PERFORM 9950-WRITE-RUN-STATS
028900              THRU 9950-WRITE-RUN-STATS-EXIT
029000          GOBACK
029100      END-IF.
029200  0600-OPEN-TRED-MASTER-EXIT.
029300      EXIT.
029400****************************************************************
029500*  1000-GET-OPTIONS
029600*  CARD 1: S = PAY THE TREDICESIMA THIS RUN.  CARD 2: THE
029700*  STREAM'S FREQUENCY, M FOR THE MONTHLY STREAM, ANYTHING
029800*  ELSE WEEKLY.  THE SWITCH IS DROPPED (RC 4) WHEN THE PERIOD
029900*  DOES NOT END IN DECEMBER.
030000****************************************************************
030100  1000-GET-OPTIONS.
030200      DISPLAY 'PAGAMENTO TREDICESIMA? (S/N)'.
030300      ACCEPT DL-PAYOUT-SW.
030400      IF DL-PAYOUT-SW = 's'
030500          MOVE 'S' TO DL-PAYOUT-SW
030600      END-IF.
030700      DISPLAY 'FREQUENZA DA PAGARE? (W/M)'.
030800      ACCEPT DL-PAY-FREQ.
030900      IF DL-PAY-FREQ = 'M' OR DL-PAY-FREQ = 'm'
031000          MOVE 'M' TO DL-PAY-FREQ
031100      ELSE
031200          MOVE 'W' TO DL-PAY-FREQ
031300      END-IF.
031400      IF NOT DL-PAYOUT-MODE
031500          DISPLAY 'TREDICESIMA NON RICHIESTA - COPIA SEMPLICE'
031600          GO TO 1000-GET-OPTIONS-EXIT
031700      END-IF.
031800      IF DL-PAY-MM NOT = 12
031900          DISPLAY 'PERIODO ' DL-PERIOD-END ' NON DI DICEMBRE - '
032000              'TREDICESIMA NON PAGATA'
032100          MOVE 4 TO EX-SEVERITY
032200          MOVE 'TREDPAY' TO EX-KEY
032300          MOVE 'PAGAMENTO TREDICESIMA FUORI DICEMBRE - IGNORATO'
032400              TO EX-MESSAGE
032500          PERFORM 9800-WRITE-EXCEPTION
032600              THRU 9800-WRITE-EXCEPTION-EXIT
032700          IF RETURN-CODE < 4
032800              MOVE 4 TO RETURN-CODE
032900          END-IF
033000          MOVE 'N' TO DL-PAYOUT-SW
033100      END-IF.
033200  1000-GET-OPTIONS-EXIT.
033300      EXIT.
033400****************************************************************
033500*  1500-READ-PAY-PARAMS
033600*  CONTRACTUAL DAYS IN A MONTH'S PAY, AS IN THE ACCRUAL STEP.
033700*  MISSING FILE OR ZERO MEANS 26.
033800****************************************************************
033900  1500-READ-PAY-PARAMS.
034000      MOVE 26 TO DL-MONTH-DAYS.
034100      OPEN INPUT PAY-PARAMS.
034200      IF DL-PP-FILE-STATUS NOT = '00'
034300          GO TO 1500-READ-PAY-PARAMS-EXIT
034400      END-IF.
034500      READ PAY-PARAMS
034600          AT END
034700              CONTINUE
034800          NOT AT END
034900              IF PP-MONTH-DAYS > 0
035000                  MOVE PP-MONTH-DAYS TO DL-MONTH-DAYS
035100              END-IF
035200      END-READ.
035300      CLOSE PAY-PARAMS.
035400  1500-READ-PAY-PARAMS-EXIT.
035500      EXIT.
035600****************************************************************
035700*  1800-LOAD-PAYOUTS
035800*  WALKS THE KEYED MASTER AND TABLES THE PAYOUT FOR EVERY
035900*  EMPLOYEE OF THE STREAM'S FREQUENCY.
036000****************************************************************
036100  1800-LOAD-PAYOUTS.
036200      MOVE 'N' TO DL-EOF-SW.
036300      MOVE LOW-VALUES TO EMP-MATRICOLA.
036400      START EMPLOYEE-MASTER KEY NOT < EMP-MATRICOLA
036500          INVALID KEY
036600              MOVE 'Y' TO DL-EOF-SW
036700      END-START.
036800      PERFORM 1810-LOAD-ONE-EMPLOYEE
036900          THRU 1810-LOAD-ONE-EMPLOYEE-EXIT
037000          UNTIL DL-END-OF-FILE.
037100      DISPLAY 'TREDICESIME DA PAGARE: ' DL-PAYOUT-COUNT.
037200  1800-LOAD-PAYOUTS-EXIT.
037300      EXIT.
037400****************************************************************
037500*  1810-LOAD-ONE-EMPLOYEE
037600*  A LEAVER IS PAID BY THE FINAL SETTLEMENT - ONE STILL
037700*  HOLDING AN UNPAID ACCUMULATOR FOR THE YEAR IS LOGGED FOR
037800*  PAYROLL.  AN ACCUMULATOR LEFT UNPAID FROM AN EARLIER YEAR
037900*  IS NOT GUESSED AT: LOGGED AND THE EMPLOYEE IS NOT PAID.
038000****************************************************************
038100  1810-LOAD-ONE-EMPLOYEE.
038200      READ EMPLOYEE-MASTER NEXT RECORD
038300          AT END
038400              MOVE 'Y' TO DL-EOF-SW
038500              GO TO 1810-LOAD-ONE-EMPLOYEE-EXIT
038600      END-READ.
038700      IF DL-PAY-FREQ = 'M'
038800          IF NOT EMP-MONTHLY
038900              GO TO 1810-LOAD-ONE-EMPLOYEE-EXIT
039000          END-IF
039100      ELSE
039200          IF NOT EMP-WEEKLY
039300              GO TO 1810-LOAD-ONE-EMPLOYEE-EXIT
039400          END-IF
039500      END-IF.
039510      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
039520      IF DL-EMP-COMPANY = SPACES
039530          MOVE '01' TO DL-EMP-COMPANY
039540      END-IF.
039550      IF DL-EMP-COMPANY NOT = DL-RUN-COMPANY
039560          GO TO 1810-LOAD-ONE-EMPLOYEE-EXIT
039570      END-IF.
039600      MOVE 'N' TO DL-TD-FOUND-SW.
039700      MOVE EMP-MATRICOLA TO TD-MATRICOLA.
039800      READ TRED-MASTER
039900          INVALID KEY
040000              CONTINUE
040100          NOT INVALID KEY
040200              MOVE 'Y' TO DL-TD-FOUND-SW
040300      END-READ.
040400      IF EMP-TERMINATED
040500          IF DL-TD-FOUND AND TD-PAID-RUN = 0
040600                  AND TD-ACCRUED > 0
040700              MOVE 4 TO EX-SEVERITY
040800              MOVE EMP-MATRICOLA TO EX-KEY
040900              MOVE 'CESSATO CON TREDICESIMA NON PAGATA - SETTLE'
041000                  TO EX-MESSAGE
041100              PERFORM 9800-WRITE-EXCEPTION
041200                  THRU 9800-WRITE-EXCEPTION-EXIT
041300              IF RETURN-CODE < 4
041400                  MOVE 4 TO RETURN-CODE
041500              END-IF
041600          END-IF
041700          GO TO 1810-LOAD-ONE-EMPLOYEE-EXIT
041800      END-IF.
041900      MOVE 0 TO DL-ACCRUED.
042000      MOVE 0 TO DL-ACC-MONTHS.
042100      MOVE 1 TO DL-FROM-MM.
042200      IF DL-TD-FOUND
042300          IF TD-YEAR < DL-PAY-YEAR
042400                  AND TD-PAID-RUN = 0 AND TD-ACCRUED > 0
042500              MOVE 8 TO EX-SEVERITY
042600              MOVE EMP-MATRICOLA TO EX-KEY
042700              MOVE 'TREDICESIMA ANNO PRECEDENTE NON PAGATA'
042800                  TO EX-MESSAGE
042900              PERFORM 9800-WRITE-EXCEPTION
043000                  THRU 9800-WRITE-EXCEPTION-EXIT
043100              IF RETURN-CODE < 4
043200                  MOVE 4 TO RETURN-CODE
043300              END-IF
043400              GO TO 1810-LOAD-ONE-EMPLOYEE-EXIT
043500          END-IF
043600          IF TD-YEAR = DL-PAY-YEAR
043700              IF TD-PAID-RUN NOT = 0
043800                  IF TD-PAID-RUN = DL-RUN-NUMBER
043900                          AND DL-RUN-NUMBER > 0
044000                      DISPLAY 'MATRICOLA ' EMP-MATRICOLA
044100                          ' RIAPPLICATA (STESSA ESECUZIONE)'
044200                      PERFORM 1830-REAPPLY-PAYOUT
044300                          THRU 1830-REAPPLY-PAYOUT-EXIT
044400                  ELSE
044500                      ADD 1 TO DL-PAID-COUNT
044600                  END-IF
044700                  GO TO 1810-LOAD-ONE-EMPLOYEE-EXIT
044800              END-IF
044900              MOVE TD-ACCRUED TO DL-ACCRUED
045000              MOVE TD-MONTHS TO DL-ACC-MONTHS
045100              IF TD-LAST-MONTH > 0
045200                  COMPUTE DL-FROM-MM =
045300                      TD-LAST-MONTH - DL-PAY-YEAR * 100 + 1
045400              END-IF
045500          END-IF
045600      END-IF.
045700      MOVE 0 TO DL-CESS-DATE.
045800      MOVE 12 TO DL-TO-MM.
045900      MOVE 0 TO DL-MONTHS.
046000      IF DL-FROM-MM NOT > 12
046100          CALL 'TREDMESI' USING EMP-DATA-ASSUNZIONE
046200              DL-CESS-DATE DL-PAY-YEAR DL-FROM-MM DL-TO-MM
046300              DL-MONTHS
046400      END-IF.
046500      COMPUTE DL-RATEO ROUNDED =
046600          EMP-STIPENDIO * DL-MONTH-DAYS / 12.
046700      IF DL-ACCRUED = 0 AND DL-MONTHS = 0
046800          GO TO 1810-LOAD-ONE-EMPLOYEE-EXIT
046900      END-IF.
047000      PERFORM 1820-ADD-PAYOUT THRU 1820-ADD-PAYOUT-EXIT.
047100      IF DL-PAYOUT-COUNT = 0
047200          GO TO 1810-LOAD-ONE-EMPLOYEE-EXIT
047300      END-IF.
047400      COMPUTE DL-TP-AMOUNT(DL-PAYOUT-IDX) =
047500          DL-ACCRUED + DL-RATEO * DL-MONTHS.
047600      MOVE DL-ACCRUED TO DL-TP-ACCRUED(DL-PAYOUT-IDX).
047700      COMPUTE DL-TP-MONTHS(DL-PAYOUT-IDX) =
047800          DL-ACC-MONTHS + DL-MONTHS.
047900      MOVE 'N' TO DL-TP-REAPPLY(DL-PAYOUT-IDX).
048000      DISPLAY EMP-MATRICOLA ' ' EMP-NOME
048100          ' MATURATO ' DL-ACCRUED
048200          ' MESI AGGIUNTI ' DL-MONTHS
048300          ' TREDICESIMA ' DL-TP-AMOUNT(DL-PAYOUT-IDX).
048400  1810-LOAD-ONE-EMPLOYEE-EXIT.
048500      EXIT.
048600****************************************************************
048700*  1820-ADD-PAYOUT
048800*  NEW TABLE ENTRY FOR THE CURRENT EMPLOYEE.  A FULL TABLE IS
048900*  FATAL - PAYING SOME AND NOT OTHERS IS WORSE THAN STOPPING.
049000****************************************************************
049100  1820-ADD-PAYOUT.
049200      IF DL-PAYOUT-COUNT >= 1000
049300          DISPLAY 'TABELLA TREDICESIME PIENA - ELABORAZIONE '
049400              'INTERROTTA'
049500          MOVE 8 TO EX-SEVERITY
049600          MOVE EMP-MATRICOLA TO EX-KEY
049700          MOVE 'TABELLA TREDICESIME PIENA' TO EX-MESSAGE
049800          PERFORM 9800-WRITE-EXCEPTION
049900              THRU 9800-WRITE-EXCEPTION-EXIT
050000          MOVE 8 TO RETURN-CODE
050100          MOVE 'Y' TO DL-EOF-SW
050200          MOVE 0 TO DL-PAYOUT-COUNT
050300          GO TO 1820-ADD-PAYOUT-EXIT
050400      END-IF.
050500      ADD 1 TO DL-PAYOUT-COUNT.
050600      SET DL-PAYOUT-IDX TO DL-PAYOUT-COUNT.
050700      MOVE EMP-MATRICOLA TO DL-TP-MATRICOLA(DL-PAYOUT-IDX).
050800      MOVE EMP-COST-CENTER TO DL-TP-COST-CENTER(DL-PAYOUT-IDX).
050900      MOVE 'N' TO DL-TP-APPLIED(DL-PAYOUT-IDX).
051000  1820-ADD-PAYOUT-EXIT.
051100      EXIT.
051200****************************************************************
051300*  1830-REAPPLY-PAYOUT
051400*  THIS RUN ALREADY PAID AND STAMPED THE EMPLOYEE BEFORE A
051500*  LATER STEP FAILED: THE STORED AMOUNT GOES BACK INTO THE
051600*  REBUILT GROSS; THE STAMP AND THE REVERSAL ARE NOT REPEATED.
051700****************************************************************
051800  1830-REAPPLY-PAYOUT.
051900      PERFORM 1820-ADD-PAYOUT THRU 1820-ADD-PAYOUT-EXIT.
052000      IF DL-PAYOUT-COUNT = 0
052100          GO TO 1830-REAPPLY-PAYOUT-EXIT
052200      END-IF.
052300      MOVE TD-PAID-AMOUNT TO DL-TP-AMOUNT(DL-PAYOUT-IDX).
052400      MOVE 0 TO DL-TP-ACCRUED(DL-PAYOUT-IDX).
052500      MOVE TD-MONTHS TO DL-TP-MONTHS(DL-PAYOUT-IDX).
052600      MOVE 'Y' TO DL-TP-REAPPLY(DL-PAYOUT-IDX).
052700  1830-REAPPLY-PAYOUT-EXIT.
052800      EXIT.
052900****************************************************************
053000*  2000-APPLY-ONE
053100*  ONE PAYGROSS RECORD THROUGH TO PAYGROST, WITH THE PAYOUT
053200*  FOLDED IN WHEN THE TABLE HAS ONE.
053300****************************************************************
053400  2000-APPLY-ONE.
053500      READ GROSS-FILE
053600          AT END
053700              MOVE 'Y' TO DL-EOF-SW
053800              GO TO 2000-APPLY-ONE-EXIT
053900      END-READ.
054000      MOVE 0 TO GR-TREDICESIMA.
054100      PERFORM 3000-FIND-PAYOUT THRU 3000-FIND-PAYOUT-EXIT.
054200      IF DL-PAYOUT-FOUND
054300          MOVE DL-TP-AMOUNT(DL-HIT) TO GR-TREDICESIMA
054400          ADD DL-TP-AMOUNT(DL-HIT) TO GR-GROSS
054500          ADD DL-TP-AMOUNT(DL-HIT) TO DL-TOT-PAYOUT
054600          MOVE 'Y' TO DL-TP-APPLIED(DL-HIT)
054700          ADD 1 TO DL-APPLIED-COUNT
054800      END-IF.
054900      WRITE GROSS-OUT-RECORD FROM GROSS-PAY-RECORD.
055000      ADD 1 TO DL-COPY-COUNT.
055100  2000-APPLY-ONE-EXIT.
055200      EXIT.
055300****************************************************************
055400*  3000-FIND-PAYOUT
055500*  LINEAR SCAN OF THE PAYOUT TABLE FOR GR-MATRICOLA.
055600****************************************************************
055700  3000-FIND-PAYOUT.
055800      MOVE 'N' TO DL-MATCH-SW.
055900      PERFORM 3010-CHECK-ONE-PAYOUT
056000          THRU 3010-CHECK-ONE-PAYOUT-EXIT
056100          VARYING DL-I FROM 1 BY 1
056200          UNTIL DL-I > DL-PAYOUT-COUNT OR DL-PAYOUT-FOUND.
056300  3000-FIND-PAYOUT-EXIT.
056400      EXIT.
056500  3010-CHECK-ONE-PAYOUT.
056600      IF DL-TP-MATRICOLA(DL-I) = GR-MATRICOLA
056700          MOVE 'Y' TO DL-MATCH-SW
056800          MOVE DL-I TO DL-HIT
056900      END-IF.
057000  3010-CHECK-ONE-PAYOUT-EXIT.
057100      EXIT.
057200****************************************************************
057300*  4000-EMIT-PAYOUT-ONLY
057400*  AN EMPLOYEE OWED THE TREDICESIMA WITH NO GROSS RECORD THIS
057500*  PERIOD (E.G. ON UNPAID LEAVE) STILL GETS IT: A PAYOUT-ONLY
057600*  RECORD IS EMITTED, NAME AND COST CENTER FROM THE MASTER.
057700****************************************************************
057800  4000-EMIT-PAYOUT-ONLY.
057900      IF DL-TP-APPLIED(DL-I) = 'Y'
058000          GO TO 4000-EMIT-PAYOUT-ONLY-EXIT
058100      END-IF.
058200      MOVE DL-TP-MATRICOLA(DL-I) TO GR-MATRICOLA.
058300      MOVE DL-TP-MATRICOLA(DL-I) TO EMP-MATRICOLA.
058400      READ EMPLOYEE-MASTER
058500          INVALID KEY
058600              MOVE SPACES TO EMP-NOME
058700      END-READ.
058800      MOVE EMP-NOME TO GR-NOME.
058900      MOVE DL-TP-COST-CENTER(DL-I) TO GR-COST-CENTER.
059000      MOVE DL-TP-AMOUNT(DL-I) TO GR-GROSS.
059100      MOVE 0 TO GR-RETRO.
059200      MOVE DL-TP-AMOUNT(DL-I) TO GR-TREDICESIMA.
059250      MOVE 0 TO GR-TFR.
059300      WRITE GROSS-OUT-RECORD FROM GROSS-PAY-RECORD.
059400      ADD DL-TP-AMOUNT(DL-I) TO DL-TOT-PAYOUT.
059500      ADD 1 TO DL-EXTRA-COUNT.
059600      MOVE 'Y' TO DL-TP-APPLIED(DL-I).
059700  4000-EMIT-PAYOUT-ONLY-EXIT.
059800      EXIT.
059900****************************************************************
060000*  5000-RECORD-PAID
060100*  STAMPS THE ACCUMULATOR PAID - AMOUNT, RUN, DATE - AND
060200*  CLOSES THE YEAR (TD-LAST-MONTH = DECEMBER), SO THE
060300*  DECEMBER ACCRUAL AND ANY LATER RUN LEAVE IT ALONE.  THE
060400*  ACCRUED PART GOES TO ITS COST CENTER FOR THE REVERSAL.
060500****************************************************************
060600  5000-RECORD-PAID.
060700      IF DL-TP-REAPPLY(DL-I) = 'Y'
060800          GO TO 5000-RECORD-PAID-EXIT
060900      END-IF.
061000      MOVE 'N' TO DL-TD-FOUND-SW.
061100      MOVE DL-TP-MATRICOLA(DL-I) TO TD-MATRICOLA.
061200      READ TRED-MASTER
061300          INVALID KEY
061400              CONTINUE
061500          NOT INVALID KEY
061600              MOVE 'Y' TO DL-TD-FOUND-SW
061700      END-READ.
061800      IF NOT DL-TD-FOUND OR TD-YEAR NOT = DL-PAY-YEAR
061900          MOVE DL-TP-MATRICOLA(DL-I) TO EMP-MATRICOLA
062000          READ EMPLOYEE-MASTER
062100              INVALID KEY
062200                  MOVE SPACES TO EMP-NOME
062300          END-READ
062400          MOVE DL-TP-MATRICOLA(DL-I) TO TD-MATRICOLA
062500          MOVE EMP-NOME TO TD-NOME
062600          MOVE DL-PAY-YEAR TO TD-YEAR
062700          MOVE 0 TO TD-ACCRUED
062800      END-IF.
062900      MOVE DL-TP-MONTHS(DL-I) TO TD-MONTHS.
063000      COMPUTE TD-LAST-MONTH = DL-PAY-YEAR * 100 + 12.
063100      MOVE DL-TP-AMOUNT(DL-I) TO TD-PAID-AMOUNT.
063200      MOVE DL-RUN-NUMBER TO TD-PAID-RUN.
063300      MOVE DL-TODAY TO TD-PAID-DATE.
063400      IF DL-TD-FOUND
063500          REWRITE TREDICESIMA-RECORD
063600              INVALID KEY
063700                  DISPLAY 'RISCRITTURA TREDMAST FALLITA - '
063800                      TD-MATRICOLA
063900                  MOVE 8 TO RETURN-CODE
064000          END-REWRITE
064100      ELSE
064200          WRITE TREDICESIMA-RECORD
064300              INVALID KEY
064400                  DISPLAY 'SCRITTURA TREDMAST FALLITA - '
064500                      TD-MATRICOLA
064600                  MOVE 8 TO RETURN-CODE
064700          END-WRITE
064800      END-IF.
064900      IF DL-TP-ACCRUED(DL-I) > 0
065000          MOVE DL-TP-COST-CENTER(DL-I) TO DL-COST-CENTER
065100          MOVE DL-TP-ACCRUED(DL-I) TO DL-CC-AMOUNT
065200          PERFORM 5100-ADD-TO-CENTER
065300              THRU 5100-ADD-TO-CENTER-EXIT
065400      END-IF.
065500  5000-RECORD-PAID-EXIT.
065600      EXIT.
065700  5100-ADD-TO-CENTER.
065800      MOVE 'N' TO DL-FOUND-SW.
065900      PERFORM 5110-MATCH-ONE-CC THRU 5110-MATCH-ONE-CC-EXIT
066000          VARYING DL-HIT FROM 1 BY 1
066100          UNTIL DL-HIT > DL-CC-COUNT OR DL-CC-FOUND.
066200      IF DL-CC-FOUND
066300          GO TO 5100-ADD-TO-CENTER-EXIT
066400      END-IF.
066500      IF DL-CC-COUNT >= 100
066600          DISPLAY 'TABELLA CENTRI DI COSTO PIENA - STORNO '
066700              'INCOMPLETO'
066800          MOVE 8 TO RETURN-CODE
066900          GO TO 5100-ADD-TO-CENTER-EXIT
067000      END-IF.
067100      ADD 1 TO DL-CC-COUNT.
067200      SET DL-CC-IDX TO DL-CC-COUNT.
067300      MOVE DL-COST-CENTER TO DL-CC-CODE(DL-CC-IDX).
067400      MOVE DL-CC-AMOUNT TO DL-CC-TOTAL(DL-CC-IDX).
067500  5100-ADD-TO-CENTER-EXIT.
067600      EXIT.
067700  5110-MATCH-ONE-CC.
067800      IF DL-CC-CODE(DL-HIT) = DL-COST-CENTER
067900          MOVE 'Y' TO DL-FOUND-SW
068000          ADD DL-CC-AMOUNT TO DL-CC-TOTAL(DL-HIT)
068100      END-IF.
068200  5110-MATCH-ONE-CC-EXIT.
068300      EXIT.
068400****************************************************************
068500*  6000-WRITE-REVERSALS
068600*  RELEASES THE PROVISION THE MONTHLY ACCRUALS BOOKED, ONE
068700*  PENDING POSTING PER COST CENTER, APPENDED FOR GLPOST.
068800****************************************************************
068900  6000-WRITE-REVERSALS.
069000      OPEN EXTEND PROVISION-FILE.
069100      IF DL-PV-FILE-STATUS = '35'
069200          OPEN OUTPUT PROVISION-FILE
069300          CLOSE PROVISION-FILE
069400          OPEN EXTEND PROVISION-FILE
069500      END-IF.
069600      IF DL-PV-FILE-STATUS NOT = '00'
069700          DISPLAY 'IMPOSSIBILE APRIRE PROVPOST - STATUS '
069800              DL-PV-FILE-STATUS
069900          MOVE 8 TO RETURN-CODE
070000          GO TO 6000-WRITE-REVERSALS-EXIT
070100      END-IF.
070200      PERFORM 6100-WRITE-ONE-REVERSAL
070300          THRU 6100-WRITE-ONE-REVERSAL-EXIT
070400          VARYING DL-I FROM 1 BY 1
070500          UNTIL DL-I > DL-CC-COUNT.
070600      CLOSE PROVISION-FILE.
070700  6000-WRITE-REVERSALS-EXIT.
070800      EXIT.
070900  6100-WRITE-ONE-REVERSAL.
071000      MOVE 'TREDPAY' TO PV-SOURCE.
071100      COMPUTE PV-REFERENCE = DL-PAY-YEAR * 100 + DL-PAY-MM.
071200      MOVE 'RATEO13' TO PV-DR-ACCOUNT.
071300      MOVE 'SALARI' TO PV-CR-ACCOUNT.
071400      MOVE DL-CC-CODE(DL-I) TO PV-COST-CENTER.
071500      MOVE DL-CC-TOTAL(DL-I) TO PV-AMOUNT.
071600      MOVE 0 TO PV-POSTED-RUN.
071650      MOVE DL-RUN-COMPANY TO PV-COMPANY.
071700      WRITE PROVISION-POSTING-RECORD.
071800  6100-WRITE-ONE-REVERSAL-EXIT.
071900      EXIT.
072000****************************************************************
072100*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
072200*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
072300*  BATCH STEPS.
072400****************************************************************
072500  9700-OPEN-EXCEPTION-FILE.
072600      OPEN EXTEND EXCEPTION-FILE.
072700      IF DL-EXC-FILE-STATUS = '35'
072800          OPEN OUTPUT EXCEPTION-FILE
072900          CLOSE EXCEPTION-FILE
073000          OPEN EXTEND EXCEPTION-FILE
073100      END-IF.
073200  9700-OPEN-EXCEPTION-FILE-EXIT.
073300      EXIT.
073400  9800-WRITE-EXCEPTION.
073500      MOVE 'TREDPAY' TO EX-PROGRAM-ID.
073600      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
073700      ACCEPT EX-RUN-TIME FROM TIME.
073800      MOVE 'N' TO EX-ACK-FLAG.
073900      MOVE SPACES TO EX-ACK-OPERATOR.
074000      MOVE 0 TO EX-ACK-DATE.
074100      MOVE SPACES TO EX-ACK-NOTE.
074200      WRITE EXCEPTION-RECORD.
074300  9800-WRITE-EXCEPTION-EXIT.
074400      EXIT.
074500****************************************************************
074600*  0100-CHECK-STEP-GATE
074700*  RESTART GATE: WHEN THE STEPGATE FILE PAYREST WRITES MARKS
074800*  THIS PROGRAM S, THE STEP ALREADY COMPLETED IN THIS RUN -
074900*  PAYGROST AND ITS STAMPS EXIST - AND IT IS SKIPPED AT ONCE.
075000*  NO STEPGATE FILE MEANS RUN NORMALLY.
075100****************************************************************
075200  0100-CHECK-STEP-GATE.
075300      MOVE 'N' TO DL-GATE-SKIP-SW.
075400      MOVE 'N' TO DL-GATE-EOF-SW.
075500      OPEN INPUT STEP-GATE.
075600      IF DL-GATE-FILE-STATUS NOT = '00'
075700          GO TO 0100-CHECK-STEP-GATE-EXIT
075800      END-IF.
075900      PERFORM 0110-READ-ONE-GATE
076000          THRU 0110-READ-ONE-GATE-EXIT
076100          UNTIL DL-GATE-END-OF-FILE.
076200      CLOSE STEP-GATE.
076300  0100-CHECK-STEP-GATE-EXIT.
076400      EXIT.
076500  0110-READ-ONE-GATE.
076600      READ STEP-GATE
076700          AT END
076800              MOVE 'Y' TO DL-GATE-EOF-SW
076900          NOT AT END
077000              IF GT-PROGRAM-ID = 'TREDPAY' AND GT-SKIP
077100                  MOVE 'Y' TO DL-GATE-SKIP-SW
077200                  MOVE 'Y' TO DL-GATE-EOF-SW
077300              END-IF
077400      END-READ.
077500  0110-READ-ONE-GATE-EXIT.
077600      EXIT.
077700****************************************************************
077800*  9950-WRITE-RUN-STATS
077900*  APPENDS ONE RUN-STATISTICS RECORD (RUNSTAT.CPY) AT END OF
078000*  RUN, SO THE BATCH-WINDOW REPORT AND THE RESTART CONTROLLER
078100*  (PAYREST) CAN SEE THE STEP COMPLETED.
078200****************************************************************
078300  9950-WRITE-RUN-STATS.
078400      OPEN EXTEND RUN-STATS.
078500      IF DL-RUNSTAT-FILE-STATUS = '35'
078600          OPEN OUTPUT RUN-STATS
078700          CLOSE RUN-STATS
078800          OPEN EXTEND RUN-STATS
078900      END-IF.
079000      MOVE 'TREDPAY' TO RS-PROGRAM-ID.
079100      MOVE DL-RS-START-DATE TO RS-START-DATE.
079200      MOVE DL-RS-START-TIME TO RS-START-TIME.
079300      ACCEPT RS-END-DATE FROM DATE YYYYMMDD.
079400      ACCEPT RS-END-TIME FROM TIME.
079500      MOVE DL-COPY-COUNT TO RS-RECORDS-READ.
079600      COMPUTE RS-RECORDS-WRITTEN =
079700          DL-COPY-COUNT + DL-EXTRA-COUNT.
079800      MOVE DL-RUN-NUMBER TO RS-RUN-NUMBER.
079900      MOVE RETURN-CODE TO RS-COMPLETION-CODE.
080000      WRITE RUN-STAT-RECORD.
080100      CLOSE RUN-STATS.
080200  9950-WRITE-RUN-STATS-EXIT.
080300      EXIT.
