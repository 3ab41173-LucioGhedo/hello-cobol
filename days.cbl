003154*                 FREQUENCY W AND THE WEEKLY PERIOD COVERS THE
003155*                 SAME DATES - YTD AND THE BANK FILE WOULD BOTH
003156*                 HAVE DOUBLED).
003166*  15/10/2026 LG  PAYGROSS GREW GR-TREDICESIMA (RECORD 48 -> 57),
003176*                 WRITTEN AS ZERO; THE DECEMBER PAYOUT STEP FILLS
003186*                 IT.
003187*  15/10/2026 LG  RUNS FOR THE RUNCTL COMPANY (RN-COMPANY, BLANK =
003188*                 01) ONLY: OTHER COMPANIES' TIMESHEETS, LEAVERS
003189*                 AND ACCRUALS ARE SKIPPED SILENTLY.
003190*  15/10/2026 LG  RUN NUMBER 0 ON RUNCTL IS A WHAT-IF
003191*                 SIMULATION: LEAVEBAL AND TSPAID ARE NOT
003192*                 OPENED OR UPDATED, AND THE PROPOSED SALARIES
003193*                 ON SALPROP OVERRIDE SALHIST.
003194*  15/10/2026 LG  PAYDTL GREW PD-DATE (RECORD 34 -> 42), THE
003195*                 TIMESHEET DATE OF EACH PAID DAY.
003196*  15/10/2026 LG  PAYGROSS GREW GR-TFR (RECORD 57 -> 66), WRITTEN
003197*                 AS ZERO; THE SETTLEMENT STEP FILLS IT.
003297****************************************************************
003140  ENVIRONMENT DIVISION.
003200  CONFIGURATION SECTION.
003300  SOURCE-COMPUTER. IBM-PC.
004333      SELECT PAID-KEYS ASSIGN TO "TSPAID"
004334          ORGANIZATION LINE SEQUENTIAL
004335          FILE STATUS IS DL-PK-FILE-STATUS.
004336      SELECT SALARY-PROPOSAL ASSIGN TO "SALPROP"
004337          ORGANIZATION LINE SEQUENTIAL
004338          FILE STATUS IS DL-SP-FILE-STATUS.
004340*
004342  DATA DIVISION.
004344  FILE SECTION.
004348  FD  EMPLOYEE-MASTER.
004352  01  EMPLOYEE-MASTER-RECORD.
004432      05  PDS-OT-AMOUNT            PIC 9(07)V99.
004436      05  PDS-TYPE                 PIC X(01).
004440      05  PDS-HOLIDAY-FLAG         PIC X(01).
004441      05  PDS-DATE                 PIC 9(08).
004444  FD  RUN-CONTROL.
004448  COPY RUNCTL.
004452  FD  EXCEPTION-FILE.
004522  01  PAID-KEY-RECORD.
004523      05  PK-MATRICOLA             PIC X(05).
004526      05  PK-DATE                  PIC 9(08).
004527  FD  SALARY-PROPOSAL.
004528  01  SALARY-PROPOSAL-RECORD.
004529      05  SP-MATRICOLA             PIC X(05).
004530      05  SP-EFFECTIVE-DATE        PIC 9(08).
004531      05  SP-STIPENDIO             PIC 9(07)V99.
004532  SD  DAYS-SORT-WORK.
004533  01  SORT-WORK-RECORD.
004534      05  SW-MATRICOLA             PIC X(05).
004536      05  SW-DAY-CODE              PIC 9(01).
004540      05  SW-AMOUNT                PIC 9(07)V99.
004544      05  SW-HOURS                 PIC 9(02)V99.
004552      05  SW-OT-AMOUNT             PIC 9(07)V99.
004556      05  SW-TYPE                  PIC X(01).
004560      05  SW-HOLIDAY-FLAG          PIC X(01).
004561      05  SW-DATE                  PIC 9(08).
004564*
004568  WORKING-STORAGE SECTION.
004572  COPY WKDAYTAB.
005020      88  DL-RUN-WEEKLY                        VALUE 'W'.
005024      88  DL-RUN-MONTHLY                       VALUE 'M'.
005028  01  DL-MATRICOLA-FILTER          PIC X(05).
005029  01  DL-RUN-COMPANY               PIC X(02) VALUE '01'.
005030  01  DL-EMP-COMPANY               PIC X(02).
005032  01  DL-GATE-FILE-STATUS          PIC X(02).
005033  01  DL-PK-FILE-STATUS            PIC X(02).
005036  01  DL-GATE-EOF-SW               PIC X(01).
005040      88  DL-GATE-END-OF-FILE                 VALUE 'Y'.
005044  01  DL-GATE-SKIP-SW              PIC X(01).
005048      88  DL-GATE-SKIPPED                     VALUE 'Y'.
005049*  WHAT-IF SIMULATION (RUNCTL RUN NUMBER ZERO) AND THE
005050*  PROPOSED SALARY ROWS IT PAYS FROM (SALPROP).
005051  01  DL-SIM-SW                    PIC X(01) VALUE 'N'.
005052      88  DL-SIMULATION                       VALUE 'Y'.
005053  01  DL-SP-FILE-STATUS            PIC X(02).
005054  01  DL-SP-EOF-SW                 PIC X(01).
005055      88  DL-SP-END-OF-FILE                   VALUE 'Y'.
005056  01  DL-SP-COUNT                  PIC 9(04) VALUE 0.
005057  01  DL-SP-TABLE.
005058      05  DL-SP-ENTRY OCCURS 5000 TIMES
005059              INDEXED BY DL-SP-IDX.
005060          10  DL-SP-MATRICOLA      PIC X(05).
005061          10  DL-SP-DATE           PIC 9(08).
005062          10  DL-SP-STIPENDIO      PIC 9(07)V99.
005063  PROCEDURE DIVISION.
005064****************************************************************
005065*  0000-MAINLINE
005066****************************************************************
005068  0000-MAINLINE.
005072      PERFORM 0100-CHECK-STEP-GATE
005076          THRU 0100-CHECK-STEP-GATE-EXIT.
005552*  IN EMPLOYEE-MASTER-RECORD AS OF DL-AS-OF-DATE, WALKING THAT
005556*  MATRICOLA'S SALARY HISTORY IN KEY (EFFECTIVE-DATE) ORDER AND
005560*  FALLING BACK TO THE CURRENT MASTER FIGURE WHEN NO HISTORY
005564*  RECORD APPLIES.  IN A SIMULATION A PROPOSED ROW FROM SALPROP
005566*  DATED ON OR BEFORE THE AS-OF DATE, AND NOT OLDER THAN THE
005567*  HISTORY ROW FOUND, TAKES PRECEDENCE.
005568****************************************************************
005572  3000-GET-SALARY-AS-OF.
005576      MOVE 0 TO DL-BEST-DATE.
005612      PERFORM 3010-CHECK-ONE-HISTORY-ENTRY
005616          THRU 3010-CHECK-ONE-HISTORY-ENTRY-EXIT
005620          UNTIL DL-SH-DONE.
005621      IF DL-SIMULATION AND DL-SP-COUNT > 0
005622          PERFORM 3050-CHECK-ONE-PROPOSAL
005623              THRU 3050-CHECK-ONE-PROPOSAL-EXIT
005624              VARYING DL-SP-IDX FROM 1 BY 1
005625              UNTIL DL-SP-IDX > DL-SP-COUNT
005626      END-IF.
005628  3000-GET-SALARY-AS-OF-EXIT.
005630      EXIT.
005632  3010-CHECK-ONE-HISTORY-ENTRY.
005636      READ SALARY-HISTORY NEXT RECORD
005640          AT END
005692      END-IF.
005696  3010-CHECK-ONE-HISTORY-ENTRY-EXIT.
005700      EXIT.
005701  3050-CHECK-ONE-PROPOSAL.
005702      IF DL-SP-MATRICOLA(DL-SP-IDX) = EMP-MATRICOLA
005703          AND DL-SP-DATE(DL-SP-IDX) <= DL-AS-OF-DATE
005704          AND DL-SP-DATE(DL-SP-IDX) >= DL-BEST-DATE
005705          MOVE DL-SP-DATE(DL-SP-IDX) TO DL-BEST-DATE
005706          MOVE DL-SP-STIPENDIO(DL-SP-IDX) TO DL-BEST-STIPENDIO
005707      END-IF.
005708  3050-CHECK-ONE-PROPOSAL-EXIT.
005709      EXIT.
005710****************************************************************
005711*  5000-BATCH-RUN
005712*  UNATTENDED WEEKLY PAYROLL RUN.  WALKS THE DAY CODES 1 THRU 7
005716*  AND PAYS EVERY WORKED TIMESHEET RECORD FOR THAT DAY, WRITING
005720*  THE WEEKLY-REPORT FILE WITHOUT ANY OPERATOR INTERACTION.
005780      IF DL-MATRICOLA-FILTER NOT = SPACES
005784          DISPLAY 'ELABORAZIONE FUORI CICLO PER '
005788              DL-MATRICOLA-FILTER
005795      END-IF.
005796      PERFORM 5500-READ-RUN-CONTROL
005800          THRU 5500-READ-RUN-CONTROL-EXIT.
005808          THRU 5600-READ-PAY-PARAMS-EXIT.
005812      PERFORM 5650-LOAD-HOLIDAYS
005816          THRU 5650-LOAD-HOLIDAYS-EXIT.
005817*  A SIMULATION LEAVES TSPAID AND LEAVEBAL ALONE: NOTHING IT
005818*  PAYS IS REAL, AND THE LEAVE BALANCES DO NOT CHANGE THE PAY.
005819      IF DL-MATRICOLA-FILTER NOT = SPACES AND NOT DL-SIMULATION
005820          OPEN EXTEND PAID-KEYS
005821          IF DL-PK-FILE-STATUS = '35'
005822              OPEN OUTPUT PAID-KEYS
005823              CLOSE PAID-KEYS
005824              OPEN EXTEND PAID-KEYS
005825          END-IF
005826      END-IF.
005827      IF NOT DL-SIMULATION
005836          OPEN I-O LEAVE-BALANCE
005837          IF DL-LB-FILE-STATUS = '35'
005838              OPEN OUTPUT LEAVE-BALANCE
005839              CLOSE LEAVE-BALANCE
005840              OPEN I-O LEAVE-BALANCE
005841          END-IF
005844          IF DL-LB-FILE-STATUS NOT = '00'
005848              DISPLAY 'IMPOSSIBILE APRIRE LEAVEBAL - STATUS '
005852                  DL-LB-FILE-STATUS
005856              MOVE 8 TO RETURN-CODE
005860              PERFORM 5900-ABORT-BATCH-RUN
005864                  THRU 5900-ABORT-BATCH-RUN-EXIT
005866          END-IF
005868      END-IF.
005872      MOVE 0 TO DL-TS-REJECT-COUNT.
005876      OPEN OUTPUT WEEKLY-REPORT.
006008          THRU 5200-BUILD-GROSS-FILE-EXIT.
006012      PERFORM 5700-WRITE-LEAVERS-REPORT
006016          THRU 5700-WRITE-LEAVERS-REPORT-EXIT.
006020      IF DL-MATRICOLA-FILTER = SPACES AND NOT DL-SIMULATION
006024          PERFORM 5800-ACCRUE-LEAVE
006028              THRU 5800-ACCRUE-LEAVE-EXIT
006032      END-IF.
006033      IF NOT DL-SIMULATION
006034          CLOSE LEAVE-BALANCE
006035      END-IF.
006036      IF DL-MATRICOLA-FILTER NOT = SPACES AND NOT DL-SIMULATION
006038          CLOSE PAID-KEYS
006039      END-IF.
006040  5000-BATCH-RUN-EXIT.
006412              ADD 1 TO DL-TS-REJECT-COUNT
006416              GO TO 5120-PROCESS-ONE-TS-EXIT
006420      END-READ.
006421      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
006422      IF DL-EMP-COMPANY = SPACES
006423          MOVE '01' TO DL-EMP-COMPANY
006424      END-IF.
006425      IF DL-EMP-COMPANY NOT = DL-RUN-COMPANY
006426          GO TO 5120-PROCESS-ONE-TS-EXIT
006427      END-IF.
006428      IF DL-MATRICOLA-FILTER NOT = SPACES
006430          IF TS-MATRICOLA NOT = DL-MATRICOLA-FILTER
006432              GO TO 5120-PROCESS-ONE-TS-EXIT
006436          END-IF
006440      ELSE
006644          PERFORM 5135-COMPUTE-LEAVE-PAY
006648              THRU 5135-COMPUTE-LEAVE-PAY-EXIT
006652          MOVE DL-STD-HOURS TO PD-HOURS
006656          IF NOT DL-SIMULATION
006658              PERFORM 5140-UPDATE-LEAVE-BALANCE
006660                  THRU 5140-UPDATE-LEAVE-BALANCE-EXIT
006662          END-IF
006664      END-IF.
006668      MOVE EMP-MATRICOLA TO PD-MATRICOLA.
006672      MOVE DL-BATCH-DAY TO PD-DAY-CODE.
006676      MOVE TS-WORKED-FLAG TO PD-TYPE.
006677      MOVE TS-DATE TO PD-DATE.
006680      MOVE DL-OT-HOURS TO PD-OT-HOURS.
006684      MOVE DL-OT-AMOUNT TO PD-OT-AMOUNT.
006688      COMPUTE PD-AMOUNT = DL-BASE-AMOUNT + DL-OT-AMOUNT.
006733*  OFF-CYCLE PAYMENTS LEAVE THEIR KEYS ON TSPAID SO THE
006734*  WEEKLY PRE-EDIT DROPS THE SAME TIMESHEETS - WITHOUT THIS
006735*  FRIDAY'S RUN WOULD PAY THE LEAVER'S DAYS A SECOND TIME.
006737      IF DL-MATRICOLA-FILTER NOT = SPACES AND NOT DL-SIMULATION
006738          MOVE TS-MATRICOLA TO PK-MATRICOLA
006739          MOVE TS-DATE TO PK-DATE
006741          WRITE PAID-KEY-RECORD
007644      MOVE EMP-COST-CENTER TO GR-COST-CENTER.
007648      MOVE DL-WEEK-GROSS TO GR-GROSS.
007652      MOVE 0 TO GR-RETRO.
007654      MOVE 0 TO GR-TREDICESIMA.
007655      MOVE 0 TO GR-TFR.
007656      WRITE GROSS-PAY-RECORD.
007660  5220-WRITE-ONE-GROSS-EXIT.
007664      EXIT.
007784      MOVE RN-PERIOD-END TO DL-PERIOD-END.
007788      MOVE RN-PERIOD-END TO DL-PERIOD-END-X.
007792      MOVE DL-PE-CCYY TO DL-PERIOD-YEAR.
007793      IF RN-COMPANY NOT = SPACES
007794          MOVE RN-COMPANY TO DL-RUN-COMPANY
007795      END-IF.
007796      MOVE DL-RUN-COMPANY TO RH-COMPANY-CODE.
007797      CALL 'COMPINFO' USING RH-COMPANY-CODE RH-COMPANY-INFO
007798          RH-COMPANY-RESULT.
007799      IF RH-COMPANY-RESULT = 0 OR RH-COMPANY-RESULT = 3
007800          MOVE RH-CI-NAME TO RH-COMPANY-NAME
007801      END-IF.
007802      DISPLAY 'ELABORAZIONE DEL ' RN-PROCESS-DATE
007803          ' PERIODO ' RN-PERIOD-START ' - ' RN-PERIOD-END
007804          ' ESECUZIONE ' RN-RUN-NUMBER ' AZIENDA ' DL-RUN-COMPANY.
007805      IF RN-RUN-NUMBER = 0
007806          MOVE 'Y' TO DL-SIM-SW
007807          DISPLAY 'SIMULAZIONE - NESSUN ARCHIVIO AGGIORNATO'
007808          PERFORM 5550-LOAD-SALARY-PROPOSALS
007809              THRU 5550-LOAD-SALARY-PROPOSALS-EXIT
007810      END-IF.
007811  5500-READ-RUN-CONTROL-EXIT.
007812      EXIT.
007813****************************************************************
007814*  5550-LOAD-SALARY-PROPOSALS
007815*  LOADS THE PROPOSED SALARY ROWS SALUPD WROTE IN PROPOSAL MODE
007816*  INTO DL-SP-TABLE FOR 3000-GET-SALARY-AS-OF.  NO SALPROP (OR
007817*  A DUMMY ONE) SIMPLY RUNS THE SIMULATION ON CURRENT SALARIES;
007818*  A FULL TABLE IS FATAL, AS A PART-APPLIED PROPOSAL WOULD
007819*  MISSTATE THE COMPARISON.
007820****************************************************************
007821  5550-LOAD-SALARY-PROPOSALS.
007822      MOVE 'N' TO DL-SP-EOF-SW.
007823      MOVE 0 TO DL-SP-COUNT.
007824      OPEN INPUT SALARY-PROPOSAL.
007825      IF DL-SP-FILE-STATUS NOT = '00'
007826          DISPLAY 'NESSUNA PROPOSTA STIPENDI - STIPENDI CORRENTI'
007827          GO TO 5550-LOAD-SALARY-PROPOSALS-EXIT
007828      END-IF.
007829      PERFORM 5560-LOAD-ONE-PROPOSAL
007830          THRU 5560-LOAD-ONE-PROPOSAL-EXIT
007831          UNTIL DL-SP-END-OF-FILE.
007832      CLOSE SALARY-PROPOSAL.
007833      DISPLAY 'PROPOSTE STIPENDI CARICATE: ' DL-SP-COUNT.
007834  5550-LOAD-SALARY-PROPOSALS-EXIT.
007835      EXIT.
007836  5560-LOAD-ONE-PROPOSAL.
007837      READ SALARY-PROPOSAL
007838          AT END
007839              MOVE 'Y' TO DL-SP-EOF-SW
007840              GO TO 5560-LOAD-ONE-PROPOSAL-EXIT
007841      END-READ.
007842      IF DL-SP-COUNT >= 5000
007843          DISPLAY 'TABELLA PROPOSTE STIPENDI PIENA - '
007844              'ELABORAZIONE RIFIUTATA'
007845          MOVE 8 TO RETURN-CODE
007846          CLOSE SALARY-PROPOSAL
007847          PERFORM 5900-ABORT-BATCH-RUN
007848              THRU 5900-ABORT-BATCH-RUN-EXIT
007849      END-IF.
007850      ADD 1 TO DL-SP-COUNT.
007851      SET DL-SP-IDX TO DL-SP-COUNT.
007852      MOVE SP-MATRICOLA TO DL-SP-MATRICOLA(DL-SP-IDX).
007853      MOVE SP-EFFECTIVE-DATE TO DL-SP-DATE(DL-SP-IDX).
007854      MOVE SP-STIPENDIO TO DL-SP-STIPENDIO(DL-SP-IDX).
007855  5560-LOAD-ONE-PROPOSAL-EXIT.
007856      EXIT.
007857****************************************************************
007858*  5600-READ-PAY-PARAMS
007859*  PICKS THE OVERTIME PREMIUM FACTOR UP FROM THE ONE-RECORD
007860*  PAY-PARAMETER FILE.  A MISSING OR EMPTY FILE IS FATAL IN
007861*  BATCH, LIKE THE RUN-CONTROL FILE - PAYING OVERTIME AT A
007862*  GUESSED RATE WOULD BE WORSE THAN STOPPING.
007863****************************************************************
007864  5600-READ-PAY-PARAMS.
007865      OPEN INPUT PAY-PARAMS.
007866      IF DL-PP-FILE-STATUS NOT = '00'
007867          DISPLAY 'IMPOSSIBILE APRIRE PAYPARM - STATUS '
007868              DL-PP-FILE-STATUS
007869          MOVE 8 TO RETURN-CODE
007870          PERFORM 5900-ABORT-BATCH-RUN
007872              THRU 5900-ABORT-BATCH-RUN-EXIT
007876      END-IF.
007880      READ PAY-PARAMS
008288              MOVE 'Y' TO DL-EOF-SW
008292              GO TO 5710-CHECK-ONE-LEAVER-EXIT
008296      END-READ.
008297      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
008298      IF DL-EMP-COMPANY = SPACES
008299          MOVE '01' TO DL-EMP-COMPANY
008300      END-IF.
008301      IF DL-EMP-COMPANY NOT = DL-RUN-COMPANY
008302          GO TO 5710-CHECK-ONE-LEAVER-EXIT
008303      END-IF.
008304      IF EMP-TERMINATED AND EMP-DATA-CESSAZIONE <= DL-PERIOD-END
008305          ADD 1 TO DL-LEAVER-COUNT
008308          MOVE SPACES TO DL-RPT-LINE
008312          STRING EMP-MATRICOLA ' ' EMP-NOME
008316              ' CESSATO IL ' EMP-DATA-CESSAZIONE
008444              GO TO 5810-ACCRUE-ONE-EMPLOYEE-EXIT
008448      END-READ.
008452      IF NOT EMP-ACTIVE
008453          GO TO 5810-ACCRUE-ONE-EMPLOYEE-EXIT
008454      END-IF.
008455      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
008456      IF DL-EMP-COMPANY = SPACES
008457          MOVE '01' TO DL-EMP-COMPANY
008458      END-IF.
008459      IF DL-EMP-COMPANY NOT = DL-RUN-COMPANY
008460          GO TO 5810-ACCRUE-ONE-EMPLOYEE-EXIT
008461      END-IF.
008464      IF DL-RUN-MONTHLY AND NOT EMP-MONTHLY
008468          GO TO 5810-ACCRUE-ONE-EMPLOYEE-EXIT
008472      END-IF.
