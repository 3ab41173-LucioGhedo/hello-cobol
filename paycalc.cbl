001000*  READS THE PER-EMPLOYEE WEEKLY GROSS FILE DAYS' BATCH RUN
001100*  WRITES (PAYGROSS.CPY), APPLIES THE DEDUCTION RULES FILE -
001200*  BANDED RATES AND FIXED AMOUNTS PER DEDUCTION CLASS (T=TAX,
001260*  S=SOCIAL CONTRIBUTIONS, U=UNION DUES, D=TAX ON THE
001330*  TREDICESIMA, E=EMPLOYER CONTRIBUTIONS) - AND WRITES ONE
001400*  NET-PAY RECORD PER EMPLOYEE (NETPAY.CPY): GROSS, EACH
001500*  DEDUCTION, NET.  REPLACES THE SPREADSHEET PAYROLL HAS BEEN
001600*  KEEPING ALONGSIDE THE WEEKLY CYCLE.
002221*                 ALREADY COMPLETED FOR THE RUN) AND APPENDS A
002225*                 RUN-STATISTICS RECORD AT GOBACK SO THE RESTART
002229*                 CONTROLLER CAN SEE IT COMPLETED.
002230*  15/10/2026 LG  GR-TREDICESIMA (THE DECEMBER 13TH-MONTH PAYOUT
002231*                 ALREADY IN GR-GROSS) IS CARRIED TO
002232*                 NP-TREDICESIMA.  NEW STATUTORY CLASS D: THE
002233*                 WITHHOLDING ON THE TREDICESIMA, APPLIED TO
002234*                 GR-TREDICESIMA ONLY AND ADDED TO NP-TAX.  WHEN
002235*                 THE RULE SET HAS ANY CLASS D RULE, CLASS T IS
002236*                 APPLIED TO THE GROSS LESS THE TREDICESIMA, SO
002237*                 THE PAYOUT IS NOT TAXED TWICE; WITHOUT ONE,
002238*                 CLASS T TAXES THE WHOLE GROSS AS BEFORE.
002239*  15/10/2026 LG  NEW STATUTORY CLASS E, EMPLOYER CONTRIBUTIONS:
002240*                 BANDED/FIXED AND EFFECTIVE-DATED LIKE THE OTHER
002241*                 CLASSES, APPLIED TO THE GROSS BUT NOT DEDUCTED -
002242*                 THE AMOUNT GOES TO NP-EMPLOYER, OUTSIDE NP-NET,
002243*                 WITH GR-COST-CENTER IN NP-COST-CENTER SO CCSUM
002244*                 AND GLPOST CAN CHARGE IT TO THE DEPARTMENT.
002245*  15/10/2026 LG  AFTER THE STATUTORY DEDUCTIONS, TAKES THE
002246*                 INSTALMENTS DUE UNDER THE EMPLOYEE'S DEDUCTION
002247*                 AGREEMENTS (KEYED DEDAGR FILE, AGRREC.CPY -
002248*                 ADVANCES, LOANS, GARNISHMENTS): EACH CAPPED AT
002249*                 ITS AG-MAX-PCT OF THE NET AND AT THE BALANCE,
002250*                 THE BALANCE REDUCED AND THE AGREEMENT CLOSED AT
002251*                 ZERO.  AMOUNTS GO TO NP-LOANS/NP-GARNISH AND OUT
002252*                 OF NP-NET.  A RERUN OF THE SAME RUN NUMBER PUTS
002253*                 BACK WHAT THE FIRST ATTEMPT TOOK.  NO DEDAGR
002254*                 FILE (STATUS 35) MEANS NO AGREEMENTS.
002255*  15/10/2026 LG  THE HEADING PRINTS THE RUN'S COMPANY NAME
002256*                 (RN-COMPANY THROUGH RH-COMPANY-CODE).
002257*  15/10/2026 LG  RUN NUMBER 0 ON RUNCTL IS A WHAT-IF
002258*                 SIMULATION: DEDAGR IS OPENED INPUT AND NO
002259*                 INSTALMENT IS REWRITTEN, SO THE SAME
002260*                 AGREEMENTS CAN BE PRICED AGAIN BY A REAL RUN.
002261*  15/10/2026 LG  APPROVED EXPENSE CLAIMS PASSED BY EXPEDIT
002262*                 (EXPOK, EXPCLAIM.CPY) ARE ADDED TO THE NET AFTER
002263*                 THE AGREEMENTS, OUTSIDE THE GROSS AND UNTAXED,
002264*                 AND SHOWN IN NP-EXPENSES.  EACH CLAIM PAID IS
002265*                 WRITTEN TO EXPPAID FOR GLPOST AND STAMPED ON THE
002266*                 KEYED EXPHIST HISTORY WITH THE RUN NUMBER (NOT
002267*                 IN A SIMULATION); A CLAIM ALREADY STAMPED BY
002268*                 ANOTHER RUN IS NOT PAID AGAIN.  A CLAIM FOR AN
002269*                 EMPLOYEE WITH NO GROSS THIS WEEK STAYS DUE.  NO
002270*                 EXPOK FILE MEANS NO CLAIMS.
002271*  15/10/2026 LG  CLASS S AND E RULES ARE APPLIED TO THE GROSS
002272*                 LESS GR-TFR (PAYGROSS 57 -> 66), SO A LEAVER'S
002273*                 SEVERANCE CARRIES NO CONTRIBUTIONS.
002274*  15/10/2026 LG  THE AGREEMENT CAP HOLDS PER EMPLOYEE, NOT PER
002275*                 AGREEMENT: EACH INSTALMENT IS CUT BY WHAT THE
002276*                 EARLIER LOANS (OR GARNISHMENTS) ALREADY TOOK, SO
002277*                 TWO LOANS CANNOT TAKE TWO FIFTHS OF THE NET.
002278****************************************************************
002279  ENVIRONMENT DIVISION.
002280  CONFIGURATION SECTION.
002281  SOURCE-COMPUTER. IBM-PC.
002282  OBJECT-COMPUTER. IBM-PC.
002283  INPUT-OUTPUT SECTION.
002284  FILE-CONTROL.
002285      SELECT GROSS-FILE ASSIGN TO "PAYGROSS"
002286          ORGANIZATION LINE SEQUENTIAL
002287          FILE STATUS IS DL-GROSS-FILE-STATUS.
002288      SELECT RULES-FILE ASSIGN TO "DEDRULES"
002289          ORGANIZATION LINE SEQUENTIAL
002290          FILE STATUS IS DL-RULES-FILE-STATUS.
002291      SELECT NET-PAY-FILE ASSIGN TO "NETPAY"
002292          ORGANIZATION LINE SEQUENTIAL.
002293      SELECT ASSIGN-FILE ASSIGN TO "DEDASGN"
002297          ORGANIZATION LINE SEQUENTIAL
002301          FILE STATUS IS DL-ASGN-FILE-STATUS.
002329      SELECT STEP-GATE ASSIGN TO "STEPGATE"
002333          ORGANIZATION LINE SEQUENTIAL
002337          FILE STATUS IS DL-GATE-FILE-STATUS.
002338      SELECT AGREEMENT-FILE ASSIGN TO "DEDAGR"
002339          ORGANIZATION INDEXED
002340          ACCESS MODE DYNAMIC
002341          RECORD KEY AG-KEY
002342          FILE STATUS IS DL-AGR-FILE-STATUS.
002343      SELECT CLAIM-OK-FILE ASSIGN TO "EXPOK"
002344          ORGANIZATION LINE SEQUENTIAL
002345          FILE STATUS IS DL-XC-FILE-STATUS.
002346      SELECT CLAIM-PAID-FILE ASSIGN TO "EXPPAID"
002347          ORGANIZATION LINE SEQUENTIAL.
002348      SELECT EXPENSE-HISTORY ASSIGN TO "EXPHIST"
002349          ORGANIZATION INDEXED
002350          ACCESS MODE DYNAMIC
002351          RECORD KEY XH-KEY
002352          FILE STATUS IS DL-XH-FILE-STATUS.
002353*
002354  DATA DIVISION.
002355  FILE SECTION.
002356  FD  GROSS-FILE.
002357  COPY PAYGROSS.
002361  FD  RULES-FILE.
002365  01  DEDUCTION-RULE-RECORD.
002441  COPY RUNSTAT.
002445  FD  STEP-GATE.
002449  COPY GATEREC.
002450  FD  AGREEMENT-FILE.
002451  COPY AGRREC.
002452  FD  CLAIM-OK-FILE.
002454  COPY EXPCLAIM.
002455  FD  CLAIM-PAID-FILE.
002456  01  CLAIM-PAID-RECORD            PIC X(35).
002457  FD  EXPENSE-HISTORY.
002458  COPY EXPHIST.
002459*
002460  WORKING-STORAGE SECTION.
002461  COPY RPTHDRW.
002465  01  DL-GROSS-FILE-STATUS         PIC X(02).
002469  01  DL-RULES-FILE-STATUS         PIC X(02).
002601  01  DL-GATE-SKIP-SW              PIC X(01).
002605      88  DL-GATE-SKIPPED                     VALUE 'Y'.
002609  01  DL-SLICE                     PIC 9(07)V99.
002610  01  DL-BASE                      PIC S9(07)V99.
002611  01  DL-D-RULE-COUNT              PIC 9(02) VALUE 0.
002613  01  DL-DEDUCTION                 PIC 9(07)V99.
002617  01  DL-TOT-DEDUCTIONS            PIC 9(08)V99.
002621  01  DL-EMP-COUNT                 PIC 9(06) VALUE 0.
002625  01  DL-TOT-GROSS                 PIC 9(09)V99 VALUE 0.
002629  01  DL-TOT-NET                   PIC 9(09)V99 VALUE 0.
002630  01  DL-TOT-EMPLOYER              PIC 9(09)V99 VALUE 0.
002631  01  DL-RUN-NUMBER                PIC 9(06).
002632  01  DL-SIM-SW                    PIC X(01) VALUE 'N'.
002633      88  DL-SIMULATION                       VALUE 'Y'.
002634  01  DL-AGR-FILE-STATUS           PIC X(02).
002635  01  DL-AGR-SW                    PIC X(01) VALUE 'N'.
002636      88  DL-AGR-AVAILABLE                    VALUE 'Y'.
002637  01  DL-AGR-EOF-SW                PIC X(01).
002638      88  DL-AGR-END                          VALUE 'Y'.
002639  01  DL-AGR-NET-BASE              PIC 9(07)V99.
002640  01  DL-AGR-PCT                   PIC 9(02).
002641  01  DL-AGR-CAP                   PIC 9(07)V99.
002642  01  DL-AGR-TAKEN                 PIC 9(07)V99.
002643  01  DL-AGR-AMOUNT                PIC 9(07)V99.
002644  01  DL-AGR-CLOSED-COUNT          PIC 9(04) VALUE 0.
002645  01  DL-TOT-LOANS                 PIC 9(09)V99 VALUE 0.
002646  01  DL-TOT-GARNISH               PIC 9(09)V99 VALUE 0.
002647  01  DL-XC-FILE-STATUS            PIC X(02).
002648  01  DL-XH-FILE-STATUS            PIC X(02).
002649  01  DL-XH-SW                     PIC X(01) VALUE 'N'.
002650      88  DL-XH-AVAILABLE                     VALUE 'Y'.
002651  01  DL-PROCESS-DATE              PIC 9(08).
002652  01  DL-EXP-COUNT                 PIC 9(04) VALUE 0.
002653  01  DL-EXP-TABLE.
002654      05  DL-EXP-ENTRY OCCURS 2000 TIMES
002655              INDEXED BY DL-EXP-IDX.
002656          10  DL-EXP-CLAIM         PIC X(35).
002657          10  DL-EXP-PAID-SW       PIC X(01).
002658              88  DL-EXP-PAID                 VALUE 'Y'.
002659  01  DL-X                         PIC 9(04).
002660  01  DL-EXP-LEFT-COUNT            PIC 9(04) VALUE 0.
002661  01  DL-EXP-STALE-COUNT           PIC 9(04) VALUE 0.
002662  01  DL-TOT-EXPENSES              PIC 9(09)V99 VALUE 0.
002663*
002664  PROCEDURE DIVISION.
002665****************************************************************
002666*  0000-MAINLINE
002667****************************************************************
002668  0000-MAINLINE.
002669      PERFORM 0100-CHECK-STEP-GATE
002670          THRU 0100-CHECK-STEP-GATE-EXIT.
002671      IF DL-GATE-SKIPPED
002672          DISPLAY 'PASSO GIA'' COMPLETATO IN QUESTA ESECUZIONE - '
002673              'SALTATO'
002677          GOBACK
002681      END-IF.
002709      PERFORM 1000-LOAD-RULES THRU 1000-LOAD-RULES-EXIT.
002713      PERFORM 1100-LOAD-ASSIGNMENTS
002717          THRU 1100-LOAD-ASSIGNMENTS-EXIT.
002718      PERFORM 1200-OPEN-AGREEMENTS
002719          THRU 1200-OPEN-AGREEMENTS-EXIT.
002720      PERFORM 1300-LOAD-CLAIMS THRU 1300-LOAD-CLAIMS-EXIT.
002721      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
002725      MOVE 'N' TO DL-EOF-SW.
002729      OPEN INPUT GROSS-FILE.
002749          GOBACK
002753      END-IF.
002757      OPEN OUTPUT NET-PAY-FILE.
002758      OPEN OUTPUT CLAIM-PAID-FILE.
002761      PERFORM 2000-PROCESS-ONE THRU 2000-PROCESS-ONE-EXIT
002765          UNTIL DL-END-OF-FILE.
002769      CLOSE GROSS-FILE NET-PAY-FILE.
002770      IF DL-AGR-AVAILABLE
002771          CLOSE AGREEMENT-FILE
002772      END-IF.
002774      CLOSE CLAIM-PAID-FILE.
002775      IF DL-XH-AVAILABLE
002776          CLOSE EXPENSE-HISTORY
002777      END-IF.
002778      PERFORM 3490-COUNT-LEFT-CLAIM
002779          THRU 3490-COUNT-LEFT-CLAIM-EXIT
002780          VARYING DL-X FROM 1 BY 1 UNTIL DL-X > DL-EXP-COUNT.
002781      DISPLAY 'DIPENDENTI ELABORATI: ' DL-EMP-COUNT.
002782      DISPLAY 'TOTALE LORDO        : ' DL-TOT-GROSS.
002783      DISPLAY 'TOTALE NETTO        : ' DL-TOT-NET.
002784      DISPLAY 'TOTALE ONERI AZIENDA: ' DL-TOT-EMPLOYER.
002785      DISPLAY 'TOTALE RATE ANTICIPI: ' DL-TOT-LOANS.
002786      DISPLAY 'TOTALE PIGNORAMENTI : ' DL-TOT-GARNISH.
002787      DISPLAY 'ACCORDI ESTINTI     : ' DL-AGR-CLOSED-COUNT.
002788      DISPLAY 'TOTALE RIMBORSI     : ' DL-TOT-EXPENSES.
002789      DISPLAY 'NOTE SPESE RINVIATE : ' DL-EXP-LEFT-COUNT.
002790      IF DL-EXP-STALE-COUNT > 0
002791          DISPLAY 'NOTE SPESE GIA'' PAGATE NON RIPAGATE: '
002792              DL-EXP-STALE-COUNT
002793      END-IF.
002794      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
002795      PERFORM 9950-WRITE-RUN-STATS
002796          THRU 9950-WRITE-RUN-STATS-EXIT.
002797      GOBACK.
002801****************************************************************
002805*  0500-READ-RUN-CONTROL
002881      END-READ.
002885      CLOSE RUN-CONTROL.
002889      MOVE RN-PERIOD-END TO DL-PERIOD-END.
002890      MOVE RN-PROCESS-DATE TO DL-PROCESS-DATE.
002891      MOVE RN-RUN-NUMBER TO DL-RUN-NUMBER.
002892      IF DL-RUN-NUMBER = 0
002893          MOVE 'Y' TO DL-SIM-SW
002894          DISPLAY 'SIMULAZIONE - DEDAGR NON AGGIORNATO'
002895      END-IF.
002896      MOVE RN-COMPANY TO RH-COMPANY-CODE.
002897  0500-READ-RUN-CONTROL-EXIT.
002898      EXIT.
002901****************************************************************
002905*  1000-LOAD-RULES
002909*  READS THE DEDUCTION RULES FILE INTO DL-RULE-TABLE.  A RUN
003085                  SET DL-RULE-IDX TO DL-RULE-COUNT
003089                  MOVE DEDUCTION-RULE-RECORD
003093                      TO DL-RULE-ENTRY(DL-RULE-IDX)
003094                  IF DR-CLASS = 'D'
003095                      ADD 1 TO DL-D-RULE-COUNT
003096                  END-IF
003097              END-IF
003101              END-IF
003105      END-READ.
003233                      'IGNORATO'
003237                  IF RETURN-CODE < 4
003241                      MOVE 4 TO RETURN-CODE
003242                  END-IF
003243                  MOVE 'Y' TO DL-EOF-SW
003244              ELSE
003245                  ADD 1 TO DL-ASGN-COUNT
003246                  SET DL-ASGN-IDX TO DL-ASGN-COUNT
003247                  MOVE DA-MATRICOLA
003248                      TO DL-ASGN-MATRICOLA(DL-ASGN-IDX)
003249                  MOVE DA-CLASS TO DL-ASGN-CLASS(DL-ASGN-IDX)
003250              END-IF
003251      END-READ.
003252  1110-READ-ONE-ASSIGNMENT-EXIT.
003253      EXIT.
003254****************************************************************
003255*  1200-OPEN-AGREEMENTS
003256*  THE DEDAGR FILE IS UPDATED IN PLACE AS INSTALMENTS ARE TAKEN
003257*  (READ ONLY IN A SIMULATION).
003258*  NOT THERE AT ALL (35) - NOBODY HAS AN AGREEMENT YET, CARRY ON.
003259*  ANY OTHER FAILURE STOPS THE RUN: PAYING THE FULL NET TO AN
003260*  EMPLOYEE UNDER A GARNISHMENT ORDER IS NOT AN OPTION.
003261****************************************************************
003262  1200-OPEN-AGREEMENTS.
003263      IF DL-SIMULATION
003264          OPEN INPUT AGREEMENT-FILE
003265      ELSE
003266          OPEN I-O AGREEMENT-FILE
003267      END-IF.
003268      IF DL-AGR-FILE-STATUS = '00'
003269          MOVE 'Y' TO DL-AGR-SW
003270          GO TO 1200-OPEN-AGREEMENTS-EXIT
003271      END-IF.
003272      IF DL-AGR-FILE-STATUS = '35'
003273          DISPLAY 'DEDAGR ASSENTE - NESSUNA TRATTENUTA RATEALE'
003274          GO TO 1200-OPEN-AGREEMENTS-EXIT
003275      END-IF.
003276      DISPLAY 'IMPOSSIBILE APRIRE DEDAGR - STATUS '
003277          DL-AGR-FILE-STATUS.
003278      MOVE 8 TO RETURN-CODE.
003279      GOBACK.
003280  1200-OPEN-AGREEMENTS-EXIT.
003281      EXIT.
003282****************************************************************
003283*  1300-LOAD-CLAIMS
003284*  LOADS THE CLAIMS EXPEDIT PASSED FOR THE PERIOD (EXPOK) INTO
003285*  DL-EXP-TABLE.  NO FILE MEANS NO CLAIMS.  WITH CLAIMS TO PAY
003286*  THE PAID HISTORY MUST OPEN (CREATED ON FIRST USE, READ ONLY
003287*  IN A SIMULATION): A CLAIM PAID WITHOUT ITS STAMP WOULD BE
003288*  PAID AGAIN NEXT WEEK.
003289****************************************************************
003290  1300-LOAD-CLAIMS.
003291      MOVE 'N' TO DL-EOF-SW.
003292      OPEN INPUT CLAIM-OK-FILE.
003293      IF DL-XC-FILE-STATUS NOT = '00'
003294          DISPLAY 'EXPOK NON DISPONIBILE - NESSUNA NOTA SPESE'
003295          GO TO 1300-LOAD-CLAIMS-EXIT
003296      END-IF.
003297      PERFORM 1310-READ-ONE-CLAIM THRU 1310-READ-ONE-CLAIM-EXIT
003298          UNTIL DL-END-OF-FILE.
003299      CLOSE CLAIM-OK-FILE.
003300      DISPLAY 'NOTE SPESE CARICATE: ' DL-EXP-COUNT.
003301      IF DL-EXP-COUNT = 0
003302          GO TO 1300-LOAD-CLAIMS-EXIT
003303      END-IF.
003304      IF DL-SIMULATION
003305          OPEN INPUT EXPENSE-HISTORY
003306      ELSE
003307          OPEN I-O EXPENSE-HISTORY
003308      END-IF.
003309      IF DL-XH-FILE-STATUS = '35'
003310          OPEN OUTPUT EXPENSE-HISTORY
003311          CLOSE EXPENSE-HISTORY
003312          IF DL-SIMULATION
003313              OPEN INPUT EXPENSE-HISTORY
003314          ELSE
003315              OPEN I-O EXPENSE-HISTORY
003316          END-IF
003317      END-IF.
003318      IF DL-XH-FILE-STATUS NOT = '00'
003319          DISPLAY 'IMPOSSIBILE APRIRE EXPHIST - STATUS '
003320              DL-XH-FILE-STATUS
003321          MOVE 8 TO RETURN-CODE
003322          GOBACK
003323      END-IF.
003324      MOVE 'Y' TO DL-XH-SW.
003325  1300-LOAD-CLAIMS-EXIT.
003326      EXIT.
003327  1310-READ-ONE-CLAIM.
003328      READ CLAIM-OK-FILE
003329          AT END
003330              MOVE 'Y' TO DL-EOF-SW
003331          NOT AT END
003332              IF DL-EXP-COUNT >= 2000
003333                  DISPLAY 'TABELLA NOTE SPESE PIENA - NOTE '
003334                      'RINVIATE'
003335                  IF RETURN-CODE < 4
003336                      MOVE 4 TO RETURN-CODE
003337                  END-IF
003338                  MOVE 'Y' TO DL-EOF-SW
003339              ELSE
003340                  ADD 1 TO DL-EXP-COUNT
003341                  SET DL-EXP-IDX TO DL-EXP-COUNT
003342                  MOVE EXPENSE-CLAIM-RECORD
003343                      TO DL-EXP-CLAIM(DL-EXP-IDX)
003344                  MOVE 'N' TO DL-EXP-PAID-SW(DL-EXP-IDX)
003345              END-IF
003346      END-READ.
003347  1310-READ-ONE-CLAIM-EXIT.
003348      EXIT.
003349****************************************************************
003350*  2000-PROCESS-ONE
003351*  ONE PAYGROSS RECORD: APPLIES EVERY RULE TO THE WEEK'S GROSS,
003352*  WRITES THE NET-PAY RECORD AND PRINTS THE DETAIL LINE.
003353****************************************************************
003354  2000-PROCESS-ONE.
003355      READ GROSS-FILE
003356          AT END
003357              MOVE 'Y' TO DL-EOF-SW
003358          NOT AT END
003359              PERFORM 3000-CALC-ONE-EMPLOYEE
003360                  THRU 3000-CALC-ONE-EMPLOYEE-EXIT
003361      END-READ.
003362  2000-PROCESS-ONE-EXIT.
003363      EXIT.
003364  3000-CALC-ONE-EMPLOYEE.
003365      MOVE GR-MATRICOLA TO NP-MATRICOLA.
003366      MOVE GR-NOME TO NP-NOME.
003367      MOVE GR-GROSS TO NP-GROSS.
003369      MOVE GR-RETRO TO NP-RETRO.
003371      MOVE GR-TREDICESIMA TO NP-TREDICESIMA.
003372      MOVE GR-COST-CENTER TO NP-COST-CENTER.
003373      MOVE 0 TO NP-TAX.
003377      MOVE 0 TO NP-SOCIAL.
003381      MOVE 0 TO NP-UNION.
003383      MOVE 0 TO NP-EMPLOYER.
003384      MOVE 0 TO NP-LOANS.
003385      MOVE 0 TO NP-GARNISH.
003386      MOVE 0 TO NP-EXPENSES.
003387      PERFORM 3100-APPLY-ONE-RULE THRU 3100-APPLY-ONE-RULE-EXIT
003389          VARYING DL-R FROM 1 BY 1 UNTIL DL-R > DL-RULE-COUNT.
003393      COMPUTE DL-TOT-DEDUCTIONS = NP-TAX + NP-SOCIAL + NP-UNION.
003397      IF DL-TOT-DEDUCTIONS > NP-GROSS
003425      ELSE
003429          COMPUTE NP-NET = NP-GROSS - DL-TOT-DEDUCTIONS
003433      END-IF.
003434      IF DL-AGR-AVAILABLE
003435          PERFORM 3300-APPLY-AGREEMENTS
003436              THRU 3300-APPLY-AGREEMENTS-EXIT
003437      END-IF.
003438      IF DL-EXP-COUNT > 0
003439          PERFORM 3400-APPLY-EXPENSES
003440              THRU 3400-APPLY-EXPENSES-EXIT
003441      END-IF.
003442      WRITE NET-PAY-RECORD.
003443      ADD 1 TO DL-EMP-COUNT.
003445      ADD NP-GROSS TO DL-TOT-GROSS.
003449      ADD NP-NET TO DL-TOT-NET.
003451      ADD NP-EMPLOYER TO DL-TOT-EMPLOYER.
003452      ADD NP-LOANS TO DL-TOT-LOANS.
003453      ADD NP-GARNISH TO DL-TOT-GARNISH.
003454      ADD NP-EXPENSES TO DL-TOT-EXPENSES.
003455      DISPLAY NP-MATRICOLA ' LORDO ' NP-GROSS
003457          ' TRATT ' DL-TOT-DEDUCTIONS ' NETTO ' NP-NET.
003461  3000-CALC-ONE-EMPLOYEE-EXIT.
003465      EXIT.
003469****************************************************************
003473*  3100-APPLY-ONE-RULE
003477*  APPLIES RULE DL-R TO THE CURRENT EMPLOYEE.  A BAND RULE (B)
003479*  TAXES THE SLICE OF ITS BASE FALLING BETWEEN ITS BOUNDS; A
003481*  FIXED RULE (F) DEDUCTS ITS AMOUNT WHEN THE BASE IS NOT
003483*  ZERO.  THE BASE IS THE WEEK'S GROSS, EXCEPT FOR CLASS D
003485*  (THE TREDICESIMA ALONE) AND, WHEN CLASS D RULES EXIST,
003486*  CLASS T (THE GROSS LESS THE TREDICESIMA), AND CLASSES S
003487*  AND E (THE GROSS LESS A SETTLEMENT'S TFR, WHICH CARRIES
003488*  NO CONTRIBUTIONS).  CLASS E IS THE EMPLOYER'S OWN
003489*  CONTRIBUTION: WORKED OUT THE SAME WAY BUT KEPT OUT OF THE
003490*  DEDUCTIONS.  UNKNOWN CLASSES/TYPES ARE
003491*  REPORTED AND SKIPPED.
003493****************************************************************
003497  3100-APPLY-ONE-RULE.
003501      IF DL-RULE-CLASS(DL-R) NOT = 'T'
003505              AND DL-RULE-CLASS(DL-R) NOT = 'S'
003507              AND DL-RULE-CLASS(DL-R) NOT = 'D'
003508              AND DL-RULE-CLASS(DL-R) NOT = 'E'
003509          PERFORM 3200-CHECK-ASSIGNMENT
003513              THRU 3200-CHECK-ASSIGNMENT-EXIT
003517          IF NOT DL-ASSIGNED
003521              GO TO 3100-APPLY-ONE-RULE-EXIT
003525          END-IF
003529      END-IF.
003530      MOVE GR-GROSS TO DL-BASE.
003531      IF DL-RULE-CLASS(DL-R) = 'D'
003532          MOVE GR-TREDICESIMA TO DL-BASE
003533      END-IF.
003534      IF DL-RULE-CLASS(DL-R) = 'T' AND DL-D-RULE-COUNT > 0
003535          COMPUTE DL-BASE = GR-GROSS - GR-TREDICESIMA
003536          IF DL-BASE < 0
003537              MOVE 0 TO DL-BASE
003538          END-IF
003539      END-IF.
003540      IF DL-RULE-CLASS(DL-R) = 'S' OR DL-RULE-CLASS(DL-R) = 'E'
003541          COMPUTE DL-BASE = GR-GROSS - GR-TFR
003542          IF DL-BASE < 0
003543              MOVE 0 TO DL-BASE
003544          END-IF
003545      END-IF.
003546      MOVE 0 TO DL-DEDUCTION.
003547      IF DL-RULE-TYPE(DL-R) = 'B'
003548          IF DL-BASE > DL-RULE-LOWER(DL-R)
003549              IF DL-BASE < DL-RULE-UPPER(DL-R)
003550                  COMPUTE DL-SLICE =
003551                      DL-BASE - DL-RULE-LOWER(DL-R)
003552              ELSE
003553                  COMPUTE DL-SLICE =
003554                      DL-RULE-UPPER(DL-R) - DL-RULE-LOWER(DL-R)
003555              END-IF
003556              COMPUTE DL-DEDUCTION ROUNDED =
003557                  DL-SLICE * DL-RULE-RATE(DL-R) / 100
003558          END-IF
003559      ELSE
003560          IF DL-RULE-TYPE(DL-R) = 'F'
003561              IF DL-BASE > 0
003562                  MOVE DL-RULE-AMOUNT(DL-R) TO DL-DEDUCTION
003563              END-IF
003564          ELSE
003565              DISPLAY 'TIPO REGOLA SCONOSCIUTO: '
003566                  DL-RULE-TYPE(DL-R) ' - REGOLA IGNORATA'
003567          END-IF
003568      END-IF.
003569      EVALUATE DL-RULE-CLASS(DL-R)
003570          WHEN 'T'
003571              ADD DL-DEDUCTION TO NP-TAX
003572          WHEN 'D'
003573              ADD DL-DEDUCTION TO NP-TAX
003574          WHEN 'S'
003575              ADD DL-DEDUCTION TO NP-SOCIAL
003576          WHEN 'U'
003577              ADD DL-DEDUCTION TO NP-UNION
003578          WHEN 'E'
003579              ADD DL-DEDUCTION TO NP-EMPLOYER
003580          WHEN OTHER
003581              DISPLAY 'CLASSE REGOLA SCONOSCIUTA: '
003582                  DL-RULE-CLASS(DL-R) ' - REGOLA IGNORATA'
003583      END-EVALUATE.
003584  3100-APPLY-ONE-RULE-EXIT.
003585      EXIT.
003586****************************************************************
003587*  3200-CHECK-ASSIGNMENT
003588*  LINEAR SCAN OF THE ASSIGNMENT TABLE FOR THE CURRENT
003589*  EMPLOYEE AND THE CLASS OF RULE DL-R.
003590****************************************************************
003591  3200-CHECK-ASSIGNMENT.
003592      MOVE 'N' TO DL-ASSIGNED-SW.
003593      PERFORM 3210-CHECK-ONE-ASSIGNMENT
003594          THRU 3210-CHECK-ONE-ASSIGNMENT-EXIT
003595          VARYING DL-A FROM 1 BY 1
003596          UNTIL DL-A > DL-ASGN-COUNT OR DL-ASSIGNED.
003597  3200-CHECK-ASSIGNMENT-EXIT.
003598      EXIT.
003599  3210-CHECK-ONE-ASSIGNMENT.
003600      IF DL-ASGN-MATRICOLA(DL-A) = GR-MATRICOLA
003601              AND DL-ASGN-CLASS(DL-A) = DL-RULE-CLASS(DL-R)
003602          MOVE 'Y' TO DL-ASSIGNED-SW
003603      END-IF.
003604  3210-CHECK-ONE-ASSIGNMENT-EXIT.
003605      EXIT.
003606****************************************************************
003607*  3300-APPLY-AGREEMENTS
003608*  WALKS THE CURRENT EMPLOYEE'S DEDUCTION AGREEMENTS IN KEY
003609*  ORDER.  THE PERCENTAGE CAP IS WORKED ON THE NET AFTER THE
003610*  STATUTORY DEDUCTIONS (DL-AGR-NET-BASE) AND HOLDS FOR ALL THE
003611*  EMPLOYEE'S AGREEMENTS OF A KIND TAKEN TOGETHER; NOR CAN THEY
003612*  TOGETHER EVER TAKE THE NET BELOW ZERO.
003613****************************************************************
003614  3300-APPLY-AGREEMENTS.
003615      MOVE NP-NET TO DL-AGR-NET-BASE.
003616      MOVE NP-MATRICOLA TO AG-MATRICOLA.
003617      MOVE 0 TO AG-SEQ.
003618      MOVE 'N' TO DL-AGR-EOF-SW.
003619      START AGREEMENT-FILE KEY NOT < AG-KEY
003620          INVALID KEY
003621              GO TO 3300-APPLY-AGREEMENTS-EXIT
003622      END-START.
003623      PERFORM 3310-APPLY-ONE-AGREEMENT
003624          THRU 3310-APPLY-ONE-AGREEMENT-EXIT
003625          UNTIL DL-AGR-END.
003626      IF NP-LOANS > 0 OR NP-GARNISH > 0
003627          DISPLAY NP-MATRICOLA ' RATE ' NP-LOANS
003628              ' PIGNORAMENTI ' NP-GARNISH ' NETTO ' NP-NET
003629      END-IF.
003630  3300-APPLY-AGREEMENTS-EXIT.
003631      EXIT.
003632  3310-APPLY-ONE-AGREEMENT.
003633      READ AGREEMENT-FILE NEXT RECORD
003634          AT END
003635              MOVE 'Y' TO DL-AGR-EOF-SW
003636              GO TO 3310-APPLY-ONE-AGREEMENT-EXIT
003637      END-READ.
003638      IF AG-MATRICOLA NOT = NP-MATRICOLA
003639          MOVE 'Y' TO DL-AGR-EOF-SW
003640          GO TO 3310-APPLY-ONE-AGREEMENT-EXIT
003641      END-IF.
003642*  A RERUN OF THIS RUN NUMBER: PUT BACK WHAT THE FIRST ATTEMPT
003643*  TOOK (REOPENING AN AGREEMENT IT CLOSED) BEFORE TAKING IT AGAIN.
003644      IF AG-LAST-RUN = DL-RUN-NUMBER AND AG-LAST-AMOUNT > 0
003645          ADD AG-LAST-AMOUNT TO AG-BALANCE
003646          MOVE 0 TO AG-LAST-AMOUNT
003647          IF AG-CLOSED
003648              MOVE 'A' TO AG-STATUS
003649              SUBTRACT 1 FROM DL-AGR-CLOSED-COUNT
003650                  ON SIZE ERROR
003651                      CONTINUE
003652              END-SUBTRACT
003653          END-IF
003654      END-IF.
003655      PERFORM 3320-TAKE-INSTALMENT THRU 3320-TAKE-INSTALMENT-EXIT.
003656      IF DL-SIMULATION
003657          GO TO 3310-APPLY-ONE-AGREEMENT-EXIT
003658      END-IF.
003659      REWRITE AGREEMENT-RECORD
003660          INVALID KEY
003661              DISPLAY 'RISCRITTURA DEDAGR FALLITA - STATUS '
003662                  DL-AGR-FILE-STATUS ' MATRICOLA ' AG-MATRICOLA
003663              IF RETURN-CODE < 4
003664                  MOVE 4 TO RETURN-CODE
003665              END-IF
003666      END-REWRITE.
003667  3310-APPLY-ONE-AGREEMENT-EXIT.
003668      EXIT.
003669****************************************************************
003670*  3320-TAKE-INSTALMENT
003671*  ONLY AN ACTIVE AGREEMENT ALREADY STARTED BY THE PERIOD END
003672*  WITH A BALANCE LEFT.  THE INSTALMENT IS CUT TO THE BALANCE,
003673*  TO AG-MAX-PCT OF THE STATUTORY NET (20 - ONE FIFTH - WHEN THE
003674*  AGREEMENT CARRIES NONE) LESS WHAT THE EMPLOYEE'S EARLIER
003675*  AGREEMENTS OF THE SAME KIND HAVE ALREADY TAKEN THIS RUN
003676*  (NP-LOANS OR NP-GARNISH: LOANS AND GARNISHMENTS EACH HAVE
003677*  THEIR OWN FIFTH), AND TO WHAT IS LEFT OF THE NET.
003678****************************************************************
003679  3320-TAKE-INSTALMENT.
003680      IF NOT AG-ACTIVE OR AG-START-DATE > DL-PERIOD-END
003681              OR AG-BALANCE = 0
003682          GO TO 3320-TAKE-INSTALMENT-EXIT
003683      END-IF.
003684      MOVE AG-INSTALMENT TO DL-AGR-AMOUNT.
003685      IF DL-AGR-AMOUNT > AG-BALANCE
003686          MOVE AG-BALANCE TO DL-AGR-AMOUNT
003687      END-IF.
003688      MOVE AG-MAX-PCT TO DL-AGR-PCT.
003689      IF DL-AGR-PCT = 0
003690          MOVE 20 TO DL-AGR-PCT
003691      END-IF.
003692      COMPUTE DL-AGR-CAP = DL-AGR-NET-BASE * DL-AGR-PCT / 100.
003693      IF AG-GARNISHMENT
003694          MOVE NP-GARNISH TO DL-AGR-TAKEN
003695      ELSE
003696          MOVE NP-LOANS TO DL-AGR-TAKEN
003697      END-IF.
003698      IF DL-AGR-TAKEN < DL-AGR-CAP
003699          SUBTRACT DL-AGR-TAKEN FROM DL-AGR-CAP
003700      ELSE
003701          MOVE 0 TO DL-AGR-CAP
003702      END-IF.
003703      IF DL-AGR-CAP > NP-NET
003704          MOVE NP-NET TO DL-AGR-CAP
003705      END-IF.
003706      IF DL-AGR-AMOUNT > DL-AGR-CAP
003707          MOVE DL-AGR-CAP TO DL-AGR-AMOUNT
003708          DISPLAY 'MATRICOLA ' NP-MATRICOLA ' ACCORDO ' AG-SEQ
003709              ' RATA RIDOTTA AL LIMITE DEL NETTO: ' DL-AGR-AMOUNT
003710      END-IF.
003711      IF DL-AGR-AMOUNT = 0
003712          GO TO 3320-TAKE-INSTALMENT-EXIT
003713      END-IF.
003714      SUBTRACT DL-AGR-AMOUNT FROM NP-NET.
003715      SUBTRACT DL-AGR-AMOUNT FROM AG-BALANCE.
003716      IF AG-GARNISHMENT
003717          ADD DL-AGR-AMOUNT TO NP-GARNISH
003718      ELSE
003719          ADD DL-AGR-AMOUNT TO NP-LOANS
003720      END-IF.
003721      MOVE DL-RUN-NUMBER TO AG-LAST-RUN.
003722      MOVE DL-AGR-AMOUNT TO AG-LAST-AMOUNT.
003723      IF AG-BALANCE = 0
003724          MOVE 'C' TO AG-STATUS
003725          ADD 1 TO DL-AGR-CLOSED-COUNT
003726          DISPLAY 'MATRICOLA ' NP-MATRICOLA ' ACCORDO ' AG-SEQ
003727              ' ESTINTO'
003728      END-IF.
003729  3320-TAKE-INSTALMENT-EXIT.
003730      EXIT.
003731****************************************************************
003732*  3400-APPLY-EXPENSES
003733*  ADDS THE CURRENT EMPLOYEE'S CLAIMS TO NP-EXPENSES AND THE
003734*  NET.  REIMBURSEMENTS COME AFTER THE AGREEMENTS, SO NO
003735*  INSTALMENT OR GARNISHMENT IS EVER TAKEN FROM THEM.
003736****************************************************************
003737  3400-APPLY-EXPENSES.
003738      PERFORM 3410-APPLY-ONE-CLAIM
003739          THRU 3410-APPLY-ONE-CLAIM-EXIT
003740          VARYING DL-X FROM 1 BY 1 UNTIL DL-X > DL-EXP-COUNT.
003741      IF NP-EXPENSES > 0
003742          ADD NP-EXPENSES TO NP-NET
003743          DISPLAY NP-MATRICOLA ' RIMBORSI ' NP-EXPENSES
003744              ' NETTO ' NP-NET
003745      END-IF.
003746  3400-APPLY-EXPENSES-EXIT.
003747      EXIT.
003748  3410-APPLY-ONE-CLAIM.
003749      IF DL-EXP-PAID(DL-X)
003750          GO TO 3410-APPLY-ONE-CLAIM-EXIT
003751      END-IF.
003752      MOVE DL-EXP-CLAIM(DL-X) TO EXPENSE-CLAIM-RECORD.
003753      IF XC-MATRICOLA NOT = NP-MATRICOLA
003754          GO TO 3410-APPLY-ONE-CLAIM-EXIT
003755      END-IF.
003756      MOVE 'Y' TO DL-EXP-PAID-SW(DL-X).
003757*  ALREADY STAMPED: BY THIS RUN IT IS A RERUN AND IS PAID AGAIN
003758*  WITHOUT A NEW STAMP; BY ANOTHER RUN IT WAS PAID THERE.
003759      MOVE XC-MATRICOLA TO XH-MATRICOLA.
003760      MOVE XC-APPROVAL-REF TO XH-APPROVAL-REF.
003761      READ EXPENSE-HISTORY
003762          INVALID KEY
003763              PERFORM 3420-STAMP-CLAIM
003764                  THRU 3420-STAMP-CLAIM-EXIT
003765          NOT INVALID KEY
003766              IF XH-PAID-RUN NOT = DL-RUN-NUMBER
003767                  DISPLAY 'NOTA SPESE ' XC-MATRICOLA ' RIF '
003768                      XC-APPROVAL-REF ' GIA'' PAGATA IN '
003769                      XH-PAID-RUN
003770                  ADD 1 TO DL-EXP-STALE-COUNT
003771                  IF RETURN-CODE < 4
003772                      MOVE 4 TO RETURN-CODE
003773                  END-IF
003774                  GO TO 3410-APPLY-ONE-CLAIM-EXIT
003775              END-IF
003776      END-READ.
003777      ADD XC-AMOUNT TO NP-EXPENSES.
003778      WRITE CLAIM-PAID-RECORD FROM EXPENSE-CLAIM-RECORD.
003779  3410-APPLY-ONE-CLAIM-EXIT.
003780      EXIT.
003781  3420-STAMP-CLAIM.
003782      IF DL-SIMULATION
003783          GO TO 3420-STAMP-CLAIM-EXIT
003784      END-IF.
003785      MOVE XC-CLAIM-DATE TO XH-CLAIM-DATE.
003786      MOVE XC-TYPE TO XH-TYPE.
003787      MOVE XC-AMOUNT TO XH-AMOUNT.
003788      MOVE XC-COST-CENTER TO XH-COST-CENTER.
003789      MOVE DL-RUN-NUMBER TO XH-PAID-RUN.
003790      MOVE DL-PROCESS-DATE TO XH-PAID-DATE.
003791      WRITE EXPENSE-HISTORY-RECORD
003792          INVALID KEY
003793              CONTINUE
003794      END-WRITE.
003795  3420-STAMP-CLAIM-EXIT.
003796      EXIT.
003797****************************************************************
003798*  3490-COUNT-LEFT-CLAIM
003799*  A CLAIM NO GROSS RECORD PICKED UP STAYS DUE FOR A LATER RUN.
003800****************************************************************
003801  3490-COUNT-LEFT-CLAIM.
003802      IF NOT DL-EXP-PAID(DL-X)
003803          ADD 1 TO DL-EXP-LEFT-COUNT
003804      END-IF.
003805  3490-COUNT-LEFT-CLAIM-EXIT.
003806      EXIT.
003807****************************************************************
003808*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
003809****************************************************************
003810  COPY RPTHDRP.

003812****************************************************************
003813*  9950-WRITE-RUN-STATS
003814*  APPENDS ONE RUN-STATISTICS RECORD (RUNSTAT.CPY) AT END OF
003815*  RUN, SO THE BATCH-WINDOW REPORT AND THE RESTART CONTROLLER
003816*  (PAYREST) CAN SEE THE STEP COMPLETED.
003817****************************************************************
003818  9950-WRITE-RUN-STATS.
003819      OPEN EXTEND RUN-STATS.
003820      IF DL-RUNSTAT-FILE-STATUS = '35'
003821          OPEN OUTPUT RUN-STATS
003822          CLOSE RUN-STATS
003823          OPEN EXTEND RUN-STATS
003824      END-IF.
003825      MOVE 'PAYCALC' TO RS-PROGRAM-ID.
003829      MOVE DL-RS-START-DATE TO RS-START-DATE.
003833      MOVE DL-RS-START-TIME TO RS-START-TIME.
