000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. REMIT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  REMIT
000900*  MONTHLY STATUTORY REMITTANCE SUMMARY.  FOR THE MONTH GIVEN ON
001000*  SYSIN (AAAAMM), WALKS THE KEYED PAY REGISTER (PAYREG.CPY) AND
001100*  ADDS UP, OVER EVERY PERIOD ENDING IN THAT MONTH - WEEKLY,
001200*  MONTHLY AND OFF-CYCLE RUNS ALIKE - WHAT IS OWED TO:
001300*    ERARIO   - TAX WITHHELD (PR-TAX)
001400*    ENTI     - EMPLOYEE (PR-SOCIAL) AND EMPLOYER (PR-EMPLOYER)
001500*               SOCIAL CONTRIBUTIONS
001600*    SINDACAT - UNION DUES (PR-UNION), SPLIT PER UNION
001700*  THE REGISTER CARRIES ONE UNION TOTAL PER PERIOD, SO THE SPLIT
001800*  RE-RATES EACH CLASS U DEDRULES RULE IN FORCE AT THE PERIOD END
001900*  ON THE PERIOD GROSS (THE SAME BAND/FIXED ARITHMETIC AS PAYCALC)
002000*  AND SHARES PR-UNION IN THOSE PROPORTIONS, THE ROUNDING
002100*  REMAINDER TO THE LAST UNION.  DUES NO RULE EXPLAINS ARE SHOWN
002200*  AS NON ATTRIBUITE.  THE DUE DATE IS THE 16TH OF THE FOLLOWING
002300*  MONTH (F24 / UNIEMENS), MOVED TO THE MONDAY WHEN IT FALLS ON A
002400*  WEEKEND.  WRITES ONE REMITTANCE RECORD PER AMOUNT DUE PLUS A
002500*  COUNT/TOTAL TRAILER TO REMITFIL AND PRINTS THE SUMMARY UNDER
002600*  THE COMMON HEADING.
002700*  EACH RUN NUMBER FOUND ON THE REGISTER IS THEN PROVED AGAINST
002800*  ITS GLPOST POSTINGS ON THE ACCUMULATED GL HISTORY (GLHIST,
002900*  EVERY RUN'S GLFILE APPENDED AFTER GLPOST): ERARIO CREDITS =
003000*  TAX, ENTI CREDITS = SOCIAL + EMPLOYER, SINDACAT CREDITS =
003100*  UNION.  A RUN POSTED MORE THAN ONCE (A RERUN) COUNTS ONLY ITS
003200*  LAST POSTING.  A DIFFERENCE, OR A RUN WITH NO POSTINGS, GOES
003300*  TO EXCFILE AND ENDS THE STEP RC 4.
003310*  EACH COMPANY REMITS SEPARATELY: THE STEP WORKS FOR THE
003320*  COMPANY ON RUNCTL (RUNSEL), TAKES ONLY ITS EMPLOYEES'
003330*  REGISTER RECORDS (EMPMAST) AND ONLY ITS GLHIST POSTINGS
003340*  (GL-COMPANY), AND STAMPS ITS REMITFIL WITH THE COMPANY.
003400*  MOD HISTORY
003500*  15/10/2026 LG  NEW.
003510*  15/10/2026 LG  GLPOST MARKS ITS CREDITS 'A' (AVERE), NOT 'C' -
003520*                 THE GL PROOF COUNTED NO CREDITS AT ALL.
003530*  15/10/2026 LG  PER COMPANY: THE RUNCTL COMPANY'S EMPLOYEES AND
003540*                 LEDGER POSTINGS ONLY; RM-COMPANY AND RT-COMPANY
003550*                 ADDED (RECORD 56 -> 58); GL RECORD 41 -> 45.
003560*                 NEW RUNCTL AND EMPMAST FILES.
003600****************************************************************
003700  ENVIRONMENT DIVISION.
003800  CONFIGURATION SECTION.
003900  SOURCE-COMPUTER. IBM-PC.
004000  OBJECT-COMPUTER. IBM-PC.
004100  INPUT-OUTPUT SECTION.
004200  FILE-CONTROL.
004300      SELECT PAY-REGISTER ASSIGN TO "PAYREG"
004400          ORGANIZATION INDEXED
004500          ACCESS MODE DYNAMIC
004600          RECORD KEY PR-KEY
004700          FILE STATUS IS DL-REG-FILE-STATUS.
004800      SELECT RULES-FILE ASSIGN TO "DEDRULES"
004900          ORGANIZATION LINE SEQUENTIAL
005000          FILE STATUS IS DL-RULES-FILE-STATUS.
005100      SELECT GL-HISTORY ASSIGN TO "GLHIST"
005200          ORGANIZATION LINE SEQUENTIAL
005300          FILE STATUS IS DL-GL-FILE-STATUS.
005400      SELECT REMIT-FILE ASSIGN TO "REMITFIL"
005500          ORGANIZATION LINE SEQUENTIAL
005600          FILE STATUS IS DL-RM-FILE-STATUS.
005610      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
005620          ORGANIZATION LINE SEQUENTIAL
005630          FILE STATUS IS DL-RC-FILE-STATUS.
005640      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005650          ORGANIZATION INDEXED
005660          ACCESS MODE DYNAMIC
005670          RECORD KEY EMP-MATRICOLA
005680          FILE STATUS IS DL-EMP-FILE-STATUS.
005700      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
005800          ORGANIZATION LINE SEQUENTIAL
005900          FILE STATUS IS DL-EXC-FILE-STATUS.
006000*
006100  DATA DIVISION.
006200  FILE SECTION.
006300  FD  PAY-REGISTER.
006400  COPY PAYREG.
006500  FD  RULES-FILE.
006600  01  DEDUCTION-RULE-RECORD.
006700      05  DR-CLASS                PIC X(01).
006800      05  DR-TYPE                 PIC X(01).
006900      05  DR-DESC                 PIC X(20).
007000      05  DR-LOWER                PIC 9(07)V99.
007100      05  DR-UPPER                PIC 9(07)V99.
007200      05  DR-RATE                 PIC 9(03)V99.
007300      05  DR-AMOUNT               PIC 9(07)V99.
007400      05  DR-VALID-FROM           PIC 9(08).
007500      05  DR-VALID-TO             PIC 9(08).
007600  FD  GL-HISTORY.
007700  01  GL-POSTING-RECORD.
007800      05  GL-TYPE                 PIC X(01).
007900      05  GL-RUN-NUMBER           PIC 9(06).
008000      05  GL-PERIOD-END           PIC 9(08).
008100      05  GL-ACCOUNT              PIC X(08).
008200      05  GL-COST-CENTER          PIC X(04).
008300      05  GL-DR-CR                PIC X(01).
008400      05  GL-AMOUNT               PIC 9(11)V99.
008450      05  GL-COMPANY              PIC X(04).
008500  01  GL-TRAILER-RECORD REDEFINES GL-POSTING-RECORD.
008600      05  GT-TYPE                 PIC X(01).
008700      05  GT-RUN-NUMBER           PIC 9(06).
008800      05  GT-PERIOD-END           PIC 9(08).
008900      05  GT-DEBIT-TOTAL          PIC 9(11)V99.
009000      05  GT-CREDIT-TOTAL         PIC 9(11)V99.
009050      05  GT-COMPANY              PIC X(04).
009100  FD  REMIT-FILE.
009200  01  REMIT-RECORD.
009300      05  RM-TYPE                 PIC X(01).
009400      05  RM-MONTH                PIC 9(06).
009500      05  RM-AUTHORITY            PIC X(08).
009600      05  RM-DESC                 PIC X(20).
009700      05  RM-DUE-DATE             PIC 9(08).
009800      05  RM-AMOUNT               PIC 9(11)V99.
009850      05  RM-COMPANY              PIC X(02).
009900  01  REMIT-TRAILER REDEFINES REMIT-RECORD.
010000      05  RT-TYPE                 PIC X(01).
010100      05  RT-MONTH                PIC 9(06).
010200      05  RT-COUNT                PIC 9(06).
010300      05  RT-TOTAL                PIC 9(11)V99.
010400      05  FILLER                  PIC X(30).
010410      05  RT-COMPANY              PIC X(02).
010420  FD  RUN-CONTROL.
010430  COPY RUNCTL.
010440  FD  EMPLOYEE-MASTER.
010450  01  EMPLOYEE-MASTER-RECORD.
010460      COPY EMPREC.
010470      05  EMP-WORK-DAY            PIC 9(01).
010500  FD  EXCEPTION-FILE.
010600  COPY EXCREC.
010700*
010800  WORKING-STORAGE SECTION.
010900  COPY RPTHDRW.
011000  01  DL-REG-FILE-STATUS           PIC X(02).
011100  01  DL-RULES-FILE-STATUS         PIC X(02).
011200  01  DL-GL-FILE-STATUS            PIC X(02).
011300  01  DL-RM-FILE-STATUS            PIC X(02).
011400  01  DL-EXC-FILE-STATUS           PIC X(02).
011410  01  DL-RC-FILE-STATUS            PIC X(02).
011420  01  DL-EMP-FILE-STATUS           PIC X(02).
011500  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
011600      88  DL-END-OF-FILE                      VALUE 'Y'.
011700  01  DL-GLHIST-SW                 PIC X(01) VALUE 'N'.
011800      88  DL-GLHIST-PRESENT                   VALUE 'Y'.
011900  01  DL-BUFFER                    PIC X(10).
012000  01  DL-BUFFER-CHECK              PIC X(07) JUSTIFIED RIGHT.
012100  01  DL-WANTED-MONTH              PIC 9(06).
012200  01  DL-WANTED-MONTH-R REDEFINES DL-WANTED-MONTH.
012300      05  DL-WANTED-YEAR           PIC 9(04).
012400      05  DL-WANTED-MM             PIC 9(02).
012500  01  DL-DUE-DATE                  PIC 9(08).
012600  01  DL-DUE-DATE-R REDEFINES DL-DUE-DATE.
012700      05  DL-DUE-YEAR              PIC 9(04).
012800      05  DL-DUE-MONTH             PIC 9(02).
012900      05  DL-DUE-DAY               PIC 9(02).
013000  01  DL-DUE-WEEKDAY               PIC 9(01).
013100  01  DL-READ-COUNT                PIC 9(06) VALUE 0.
013200  01  DL-PERIOD-COUNT              PIC 9(06) VALUE 0.
013300  01  DL-TOT-TAX                   PIC 9(11)V99 VALUE 0.
013400  01  DL-TOT-SOCIAL                PIC 9(11)V99 VALUE 0.
013500  01  DL-TOT-EMPLOYER              PIC 9(11)V99 VALUE 0.
013600  01  DL-TOT-UNION                 PIC 9(11)V99 VALUE 0.
013700  01  DL-TOT-UNASSIGNED            PIC 9(11)V99 VALUE 0.
013800  01  DL-TOT-ENTI                  PIC 9(11)V99.
013900  01  DL-TOT-DUE                   PIC 9(11)V99 VALUE 0.
014000  01  DL-REMIT-COUNT               PIC 9(06) VALUE 0.
014100  01  DL-DIFF-COUNT                PIC 9(06) VALUE 0.
014110*
014120*  THE COMPANY BEING REMITTED (RUNCTL) AND ITS COMPREF RECORD.
014130*
014140  01  DL-RUN-COMPANY               PIC X(02) VALUE '01'.
014150  01  DL-EMP-COMPANY               PIC X(02).
014160  01  DL-COMPANY-RESULT            PIC 9(01).
014170  01  DL-OTHER-COUNT               PIC 9(06) VALUE 0.
014180  COPY COMPREF.
014200*
014300*  ONE ENTRY PER RUN NUMBER FOUND ON THE REGISTER FOR THE MONTH:
014400*  THE REGISTER TOTALS AND, FROM GLHIST, THE MATCHING CREDITS.
014500*  DL-RUN-GL-SW IS N BEFORE ANY POSTING IS SEEN, O WHILE ONE
014600*  POSTING IS BEING READ AND C ONCE ITS TRAILER HAS GONE BY - A
014700*  FURTHER POSTING FOR A CLOSED RUN IS A RERUN AND REPLACES IT.
014800*
014900  01  DL-RUN-COUNT                 PIC 9(03) COMP VALUE 0.
015000  01  DL-RUN-TABLE.
015100      05  DL-RUN-ENTRY OCCURS 60 TIMES.
015200          10  DL-RUN-NUMBER        PIC 9(06).
015300          10  DL-RUN-REG-TAX       PIC 9(11)V99.
015400          10  DL-RUN-REG-ENTI      PIC 9(11)V99.
015500          10  DL-RUN-REG-UNION     PIC 9(11)V99.
015600          10  DL-RUN-GL-TAX        PIC 9(11)V99.
015700          10  DL-RUN-GL-ENTI       PIC 9(11)V99.
015800          10  DL-RUN-GL-UNION      PIC 9(11)V99.
015900          10  DL-RUN-GL-SW         PIC X(01).
016000  01  DL-R                         PIC 9(03) COMP.
016100  01  DL-RUN-FOUND-SW              PIC X(01).
016200      88  DL-RUN-FOUND                        VALUE 'Y'.
016300  01  DL-RUN-FULL-SW               PIC X(01) VALUE 'N'.
016400      88  DL-RUN-TABLE-FULL                   VALUE 'Y'.
016500*
016600*  CLASS U RULES AND THE UNIONS THEY BELONG TO (ONE UNION PER
016700*  DISTINCT DR-DESC).
016800*
016900  01  DL-U-RULE-COUNT              PIC 9(02) COMP VALUE 0.
017000  01  DL-U-RULE-TABLE.
017100      05  DL-U-RULE-ENTRY OCCURS 20 TIMES.
017200          10  DL-U-TYPE            PIC X(01).
017300          10  DL-U-LOWER           PIC 9(07)V99.
017400          10  DL-U-UPPER           PIC 9(07)V99.
017500          10  DL-U-RATE            PIC 9(03)V99.
017600          10  DL-U-AMOUNT          PIC 9(07)V99.
017700          10  DL-U-VALID-FROM      PIC 9(08).
017800          10  DL-U-VALID-TO        PIC 9(08).
017900          10  DL-U-UNION           PIC 9(02) COMP.
018000          10  DL-U-CALC            PIC 9(07)V99.
018100  01  DL-UNION-COUNT               PIC 9(02) COMP VALUE 0.
018200  01  DL-UNION-TABLE.
018300      05  DL-UNION-ENTRY OCCURS 20 TIMES.
018400          10  DL-UNION-NAME        PIC X(20).
018500          10  DL-UNION-AMOUNT      PIC 9(11)V99.
018600  01  DL-U                         PIC 9(02) COMP.
018700  01  DL-N                         PIC 9(02) COMP.
018800  01  DL-U-LAST                    PIC 9(02) COMP.
018900  01  DL-U-CALC-TOTAL              PIC 9(09)V99.
019000  01  DL-U-SHARED                  PIC 9(09)V99.
019100  01  DL-U-SHARE                   PIC 9(09)V99.
019200  01  DL-SLICE                     PIC 9(07)V99.
019300*
019400  01  DL-EX-MESSAGE.
019500      05  DL-EX-WHAT               PIC X(10).
019600      05  FILLER                   PIC X(05) VALUE ' REG '.
019700      05  DL-EX-REG                PIC Z(08)9.99.
019800      05  FILLER                   PIC X(04) VALUE ' GL '.
019900      05  DL-EX-GL                 PIC Z(08)9.99.
020000      05  FILLER                   PIC X(07) VALUE SPACES.
020100*
020200  PROCEDURE DIVISION.
020300****************************************************************
020400*  0000-MAINLINE
020500****************************************************************
020600  0000-MAINLINE.
020700      MOVE 'REMIT' TO RH-PROGRAM-NAME.
020800      MOVE 'MONTHLY STATUTORY REMITTANCE' TO RH-REPORT-TITLE.
020900      PERFORM 9700-OPEN-EXCEPTION-FILE
021000          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
021100      PERFORM 1000-GET-MONTH THRU 1000-GET-MONTH-EXIT.
021150      PERFORM 1050-READ-RUN-CONTROL
021160          THRU 1050-READ-RUN-CONTROL-EXIT.
021200      PERFORM 1100-LOAD-UNION-RULES
021300          THRU 1100-LOAD-UNION-RULES-EXIT.
021400      OPEN INPUT PAY-REGISTER.
021500      IF DL-REG-FILE-STATUS NOT = '00'
021600          DISPLAY 'IMPOSSIBILE APRIRE PAYREG - STATUS '
021700              DL-REG-FILE-STATUS
021800          CLOSE EXCEPTION-FILE
021900          MOVE 8 TO RETURN-CODE
022000          GOBACK
022100      END-IF.
022110      OPEN INPUT EMPLOYEE-MASTER.
022120      IF DL-EMP-FILE-STATUS NOT = '00'
022130          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
022140              DL-EMP-FILE-STATUS
022150          CLOSE PAY-REGISTER EXCEPTION-FILE
022160          MOVE 8 TO RETURN-CODE
022170          GOBACK
022180      END-IF.
022200      OPEN OUTPUT REMIT-FILE.
022300      IF DL-RM-FILE-STATUS NOT = '00'
022400          DISPLAY 'IMPOSSIBILE APRIRE REMITFIL - STATUS '
022500              DL-RM-FILE-STATUS
022600          CLOSE PAY-REGISTER EMPLOYEE-MASTER EXCEPTION-FILE
022700          MOVE 8 TO RETURN-CODE
022800          GOBACK
022900      END-IF.
023000      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
023100      MOVE 'N' TO DL-EOF-SW.
023200      MOVE LOW-VALUES TO PR-KEY.
023300      START PAY-REGISTER KEY NOT < PR-KEY
023400          INVALID KEY
023500              MOVE 'Y' TO DL-EOF-SW
023600      END-START.
023700      PERFORM 2000-READ-ONE-PERIOD
023800          THRU 2000-READ-ONE-PERIOD-EXIT
023900          UNTIL DL-END-OF-FILE.
024000      CLOSE PAY-REGISTER EMPLOYEE-MASTER.
024100      PERFORM 3000-COMPUTE-DUE-DATE
024200          THRU 3000-COMPUTE-DUE-DATE-EXIT.
024300      PERFORM 4000-WRITE-REMITTANCE
024400          THRU 4000-WRITE-REMITTANCE-EXIT.
024500      CLOSE REMIT-FILE.
024600      PERFORM 5000-LOAD-GL-HISTORY
024700          THRU 5000-LOAD-GL-HISTORY-EXIT.
024800      PERFORM 6000-RECONCILE-RUNS
024900          THRU 6000-RECONCILE-RUNS-EXIT.
025000      CLOSE EXCEPTION-FILE.
025100      DISPLAY ' '.
025200      DISPLAY 'MESE DI COMPETENZA    : ' DL-WANTED-MONTH.
025250      DISPLAY 'AZIENDA               : ' DL-RUN-COMPANY ' '
025260          CO-NAME.
025300      DISPLAY 'RECORD REGISTRO LETTI : ' DL-READ-COUNT.
025350      DISPLAY 'PERIODI ALTRE AZIENDE : ' DL-OTHER-COUNT.
025400      DISPLAY 'PERIODI DEL MESE      : ' DL-PERIOD-COUNT.
025500      DISPLAY 'RUN DEL MESE          : ' DL-RUN-COUNT.
025600      DISPLAY 'RECORD VERSAMENTO     : ' DL-REMIT-COUNT.
025700      DISPLAY 'TOTALE DA VERSARE     : ' DL-TOT-DUE.
025800      DISPLAY 'SCADENZA              : ' DL-DUE-DAY '/'
025900          DL-DUE-MONTH '/' DL-DUE-YEAR.
026000      DISPLAY 'DIFFERENZE CON GLHIST : ' DL-DIFF-COUNT.
026100      IF DL-PERIOD-COUNT = 0
026200          DISPLAY 'NESSUN PERIODO A REGISTRO PER IL MESE '
026300              DL-WANTED-MONTH
026400          IF RETURN-CODE < 4
026500              MOVE 4 TO RETURN-CODE
026600          END-IF
026700      END-IF.
026800      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
026900      GOBACK.
027000****************************************************************
027100*  1000-GET-MONTH
027200*  THE REMITTANCE MONTH COMES FROM SYSIN AS AAAAMM.  ANYTHING
027300*  ELSE IS FATAL - THE STEP MUST NOT GUESS WHICH MONTH IS DUE.
027400****************************************************************
027500  1000-GET-MONTH.
027600      DISPLAY 'MESE DA VERSARE (AAAAMM)?'.
027700      ACCEPT DL-BUFFER.
027800      MOVE DL-BUFFER(1:6) TO DL-BUFFER-CHECK.
027900      INSPECT DL-BUFFER-CHECK REPLACING ALL SPACE BY ZERO.
028000      IF DL-BUFFER = SPACES OR DL-BUFFER-CHECK NOT NUMERIC
028100          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
028200          CLOSE EXCEPTION-FILE
028300          MOVE 8 TO RETURN-CODE
028400          GOBACK
028500      END-IF.
028600      MOVE DL-BUFFER-CHECK(2:6) TO DL-WANTED-MONTH.
028700      IF DL-WANTED-MM < 1 OR DL-WANTED-MM > 12
028800          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
028900          CLOSE EXCEPTION-FILE
029000          MOVE 8 TO RETURN-CODE
029100          GOBACK
029200      END-IF.
029300  1000-GET-MONTH-EXIT.
029400      EXIT.
029402****************************************************************
029404*  1050-READ-RUN-CONTROL
029406*  THE COMPANY TO REMIT IS THE ONE RUNSEL PUT ON RUNCTL (BLANK
029408*  = 01).  IT MUST BE ON COMPREF: ITS LEDGER CODE PICKS ITS
029410*  POSTINGS OUT OF GLHIST.
029412****************************************************************
029414  1050-READ-RUN-CONTROL.
029416      OPEN INPUT RUN-CONTROL.
029418      IF DL-RC-FILE-STATUS NOT = '00'
029420          DISPLAY 'IMPOSSIBILE APRIRE RUNCTL - STATUS '
029422              DL-RC-FILE-STATUS
029424          CLOSE EXCEPTION-FILE
029426          MOVE 8 TO RETURN-CODE
029428          GOBACK
029430      END-IF.
029432      READ RUN-CONTROL
029434          AT END
029436              DISPLAY 'RUNCTL VUOTO - ELABORAZIONE RIFIUTATA'
029438              CLOSE RUN-CONTROL
029440              CLOSE EXCEPTION-FILE
029442              MOVE 8 TO RETURN-CODE
029444              GOBACK
029446      END-READ.
029448      CLOSE RUN-CONTROL.
029450      IF RN-COMPANY NOT = SPACES
029452          MOVE RN-COMPANY TO DL-RUN-COMPANY
029454      END-IF.
029456      MOVE DL-RUN-COMPANY TO RH-COMPANY-CODE.
029458      CALL 'COMPINFO' USING DL-RUN-COMPANY COMPANY-RECORD
029460          DL-COMPANY-RESULT.
029462      IF DL-COMPANY-RESULT NOT = 0 AND DL-COMPANY-RESULT NOT = 3
029464          DISPLAY 'AZIENDA ' DL-RUN-COMPANY ' NON IN COMPREF - '
029466              'ELABORAZIONE RIFIUTATA'
029468          CLOSE EXCEPTION-FILE
029470          MOVE 8 TO RETURN-CODE
029472          GOBACK
029474      END-IF.
029476  1050-READ-RUN-CONTROL-EXIT.
029478      EXIT.
029500****************************************************************
029600*  1100-LOAD-UNION-RULES
029700*  LOADS THE CLASS U DEDRULES RULES, WHATEVER THEIR VALIDITY -
029800*  EACH REGISTER PERIOD PICKS THE ONES IN FORCE AT ITS OWN END
029900*  DATE.  A MISSING RULES FILE IS NOT FATAL: THE UNION DUES ARE
030000*  STILL REMITTED, AS ONE NON ATTRIBUITE LINE.
030100****************************************************************
030200  1100-LOAD-UNION-RULES.
030300      OPEN INPUT RULES-FILE.
030400      IF DL-RULES-FILE-STATUS NOT = '00'
030500          DISPLAY 'DEDRULES NON DISPONIBILE - SINDACATI NON '
030600              'RIPARTITI'
030700          GO TO 1100-LOAD-UNION-RULES-EXIT
030800      END-IF.
030900      MOVE 'N' TO DL-EOF-SW.
031000      PERFORM 1110-READ-ONE-RULE THRU 1110-READ-ONE-RULE-EXIT
031100          UNTIL DL-END-OF-FILE.
031200      CLOSE RULES-FILE.
031300  1100-LOAD-UNION-RULES-EXIT.
031400      EXIT.
031500  1110-READ-ONE-RULE.
031600      READ RULES-FILE
031700          AT END
031800              MOVE 'Y' TO DL-EOF-SW
031900              GO TO 1110-READ-ONE-RULE-EXIT
032000      END-READ.
032100      IF DR-CLASS NOT = 'U'
032200          GO TO 1110-READ-ONE-RULE-EXIT
032300      END-IF.
032400      IF DL-U-RULE-COUNT >= 20
032500          DISPLAY 'TABELLA REGOLE SINDACALI PIENA - REGOLA '
032600              DR-DESC ' IGNORATA'
032700          GO TO 1110-READ-ONE-RULE-EXIT
032800      END-IF.
032900      PERFORM 1120-FIND-UNION THRU 1120-FIND-UNION-EXIT.
033000      ADD 1 TO DL-U-RULE-COUNT.
033100      MOVE DR-TYPE TO DL-U-TYPE(DL-U-RULE-COUNT).
033200      MOVE DR-LOWER TO DL-U-LOWER(DL-U-RULE-COUNT).
033300      MOVE DR-UPPER TO DL-U-UPPER(DL-U-RULE-COUNT).
033400      MOVE DR-RATE TO DL-U-RATE(DL-U-RULE-COUNT).
033500      MOVE DR-AMOUNT TO DL-U-AMOUNT(DL-U-RULE-COUNT).
033600      MOVE DR-VALID-FROM TO DL-U-VALID-FROM(DL-U-RULE-COUNT).
033700      MOVE DR-VALID-TO TO DL-U-VALID-TO(DL-U-RULE-COUNT).
033800      MOVE DL-N TO DL-U-UNION(DL-U-RULE-COUNT).
033900  1110-READ-ONE-RULE-EXIT.
034000      EXIT.
034100****************************************************************
034200*  1120-FIND-UNION
034300*  RETURNS IN DL-N THE UNION-TABLE ENTRY FOR DR-DESC, ADDING ONE
034400*  IF THIS IS THE FIRST RULE FOR THAT UNION.  THE RULE TABLE IS
034500*  NO BIGGER THAN THE UNION TABLE, SO IT CANNOT OVERFLOW.
034600****************************************************************
034700  1120-FIND-UNION.
034800      MOVE 0 TO DL-N.
034900      PERFORM 1130-MATCH-ONE-UNION THRU 1130-MATCH-ONE-UNION-EXIT
035000          VARYING DL-U FROM 1 BY 1
035100          UNTIL DL-U > DL-UNION-COUNT OR DL-N > 0.
035200      IF DL-N = 0
035300          ADD 1 TO DL-UNION-COUNT
035400          MOVE DL-UNION-COUNT TO DL-N
035500          MOVE DR-DESC TO DL-UNION-NAME(DL-N)
035600          MOVE 0 TO DL-UNION-AMOUNT(DL-N)
035700      END-IF.
035800  1120-FIND-UNION-EXIT.
035900      EXIT.
036000  1130-MATCH-ONE-UNION.
036100      IF DL-UNION-NAME(DL-U) = DR-DESC
036200          MOVE DL-U TO DL-N
036300      END-IF.
036400  1130-MATCH-ONE-UNION-EXIT.
036500      EXIT.
036600****************************************************************
036700*  2000-READ-ONE-PERIOD
036800*  ONE REGISTER RECORD: IF IT ENDS IN THE MONTH, ITS AMOUNTS GO
036900*  INTO THE MONTH TOTALS AND INTO ITS RUN'S ENTRY, AND ITS UNION
037000*  DUES ARE SPLIT ACROSS THE UNIONS.  ONLY THE COMPANY'S OWN
037010*  EMPLOYEES COUNT; ONE NO LONGER ON THE MASTER IS TAKEN AS 01.
037100****************************************************************
037200  2000-READ-ONE-PERIOD.
037300      READ PAY-REGISTER NEXT RECORD
037400          AT END
037500              MOVE 'Y' TO DL-EOF-SW
037600              GO TO 2000-READ-ONE-PERIOD-EXIT
037700      END-READ.
037800      ADD 1 TO DL-READ-COUNT.
037900      IF PR-PERIOD-END(1:6) NOT = DL-WANTED-MONTH
038000          GO TO 2000-READ-ONE-PERIOD-EXIT
038100      END-IF.
038110      MOVE PR-MATRICOLA TO EMP-MATRICOLA.
038120      READ EMPLOYEE-MASTER
038130          INVALID KEY
038140              MOVE SPACES TO EMP-COMPANY
038150      END-READ.
038160      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
038170      IF DL-EMP-COMPANY = SPACES
038180          MOVE '01' TO DL-EMP-COMPANY
038190      END-IF.
038192      IF DL-EMP-COMPANY NOT = DL-RUN-COMPANY
038194          ADD 1 TO DL-OTHER-COUNT
038196          GO TO 2000-READ-ONE-PERIOD-EXIT
038198      END-IF.
038200      ADD 1 TO DL-PERIOD-COUNT.
038300      ADD PR-TAX TO DL-TOT-TAX.
038400      ADD PR-SOCIAL TO DL-TOT-SOCIAL.
038500      ADD PR-EMPLOYER TO DL-TOT-EMPLOYER.
038600      ADD PR-UNION TO DL-TOT-UNION.
038700      PERFORM 2100-FIND-RUN THRU 2100-FIND-RUN-EXIT.
038800      IF DL-RUN-FOUND
038900          ADD PR-TAX TO DL-RUN-REG-TAX(DL-R)
039000          ADD PR-SOCIAL PR-EMPLOYER TO DL-RUN-REG-ENTI(DL-R)
039100          ADD PR-UNION TO DL-RUN-REG-UNION(DL-R)
039200      END-IF.
039300      IF PR-UNION > 0
039400          PERFORM 2200-SPLIT-UNION-DUES
039500              THRU 2200-SPLIT-UNION-DUES-EXIT
039600      END-IF.
039700  2000-READ-ONE-PERIOD-EXIT.
039800      EXIT.
039900****************************************************************
040000*  2100-FIND-RUN
040100*  POINTS DL-R AT PR-RUN-NUMBER'S ENTRY, ADDING ONE FOR A NEW
040200*  RUN.  A FULL TABLE STOPS THE RECONCILIATION OF FURTHER RUNS
040300*  (THE MONTH TOTALS ARE STILL RIGHT) AND ENDS THE STEP RC 4.
040400****************************************************************
040500  2100-FIND-RUN.
040600      MOVE 'N' TO DL-RUN-FOUND-SW.
040700      PERFORM 2110-MATCH-ONE-RUN THRU 2110-MATCH-ONE-RUN-EXIT
040800          VARYING DL-R FROM 1 BY 1
040900          UNTIL DL-R > DL-RUN-COUNT OR DL-RUN-FOUND.
041000      IF DL-RUN-FOUND
041100          SUBTRACT 1 FROM DL-R
041200          GO TO 2100-FIND-RUN-EXIT
041300      END-IF.
041400      IF DL-RUN-COUNT >= 60
041500          IF NOT DL-RUN-TABLE-FULL
041600              MOVE 'Y' TO DL-RUN-FULL-SW
041700              DISPLAY 'TABELLA RUN PIENA - RUN ' PR-RUN-NUMBER
041800                  ' E SEGUENTI NON RICONCILIATI'
041900              IF RETURN-CODE < 4
042000                  MOVE 4 TO RETURN-CODE
042100              END-IF
042200          END-IF
042300          GO TO 2100-FIND-RUN-EXIT
042400      END-IF.
042500      ADD 1 TO DL-RUN-COUNT.
042600      MOVE DL-RUN-COUNT TO DL-R.
042700      MOVE PR-RUN-NUMBER TO DL-RUN-NUMBER(DL-R).
042800      MOVE 0 TO DL-RUN-REG-TAX(DL-R).
042900      MOVE 0 TO DL-RUN-REG-ENTI(DL-R).
043000      MOVE 0 TO DL-RUN-REG-UNION(DL-R).
043100      MOVE 0 TO DL-RUN-GL-TAX(DL-R).
043200      MOVE 0 TO DL-RUN-GL-ENTI(DL-R).
043300      MOVE 0 TO DL-RUN-GL-UNION(DL-R).
043400      MOVE 'N' TO DL-RUN-GL-SW(DL-R).
043500      MOVE 'Y' TO DL-RUN-FOUND-SW.
043600  2100-FIND-RUN-EXIT.
043700      EXIT.
043800  2110-MATCH-ONE-RUN.
043900      IF DL-RUN-NUMBER(DL-R) = PR-RUN-NUMBER
044000          MOVE 'Y' TO DL-RUN-FOUND-SW
044100      END-IF.
044200  2110-MATCH-ONE-RUN-EXIT.
044300      EXIT.
044400****************************************************************
044500*  2200-SPLIT-UNION-DUES
044600*  RE-RATES EVERY CLASS U RULE IN FORCE AT PR-PERIOD-END ON
044700*  PR-GROSS, THEN SHARES PR-UNION IN THOSE PROPORTIONS; THE LAST
044800*  UNION WITH A SHARE TAKES WHATEVER THE ROUNDING LEFT OVER, SO
044900*  THE UNION LINES ALWAYS ADD UP TO THE REGISTER.
045000****************************************************************
045100  2200-SPLIT-UNION-DUES.
045200      MOVE 0 TO DL-U-CALC-TOTAL.
045300      MOVE 0 TO DL-U-LAST.
045400      PERFORM 2210-RATE-ONE-RULE THRU 2210-RATE-ONE-RULE-EXIT
045500          VARYING DL-U FROM 1 BY 1
045600          UNTIL DL-U > DL-U-RULE-COUNT.
045700      IF DL-U-CALC-TOTAL = 0
045800          ADD PR-UNION TO DL-TOT-UNASSIGNED
045900          GO TO 2200-SPLIT-UNION-DUES-EXIT
046000      END-IF.
046100      MOVE 0 TO DL-U-SHARED.
046200      PERFORM 2220-SHARE-ONE-RULE THRU 2220-SHARE-ONE-RULE-EXIT
046300          VARYING DL-U FROM 1 BY 1
046400          UNTIL DL-U > DL-U-LAST.
046500  2200-SPLIT-UNION-DUES-EXIT.
046600      EXIT.
046700  2210-RATE-ONE-RULE.
046800      MOVE 0 TO DL-U-CALC(DL-U).
046900      IF DL-U-VALID-FROM(DL-U) > PR-PERIOD-END
047000              OR (DL-U-VALID-TO(DL-U) NOT = 0
047100              AND DL-U-VALID-TO(DL-U) < PR-PERIOD-END)
047200          GO TO 2210-RATE-ONE-RULE-EXIT
047300      END-IF.
047400      IF DL-U-TYPE(DL-U) = 'B'
047500          IF PR-GROSS > DL-U-LOWER(DL-U)
047600              IF PR-GROSS < DL-U-UPPER(DL-U)
047700                  COMPUTE DL-SLICE =
047800                      PR-GROSS - DL-U-LOWER(DL-U)
047900              ELSE
048000                  COMPUTE DL-SLICE =
048100                      DL-U-UPPER(DL-U) - DL-U-LOWER(DL-U)
048200              END-IF
048300              COMPUTE DL-U-CALC(DL-U) ROUNDED =
048400                  DL-SLICE * DL-U-RATE(DL-U) / 100
048500          END-IF
048600      ELSE
048700          IF DL-U-TYPE(DL-U) = 'F' AND PR-GROSS > 0
048800              MOVE DL-U-AMOUNT(DL-U) TO DL-U-CALC(DL-U)
048900          END-IF
049000      END-IF.
049100      IF DL-U-CALC(DL-U) > 0
049200          ADD DL-U-CALC(DL-U) TO DL-U-CALC-TOTAL
049300          MOVE DL-U TO DL-U-LAST
049400      END-IF.
049500  2210-RATE-ONE-RULE-EXIT.
049600      EXIT.
049700  2220-SHARE-ONE-RULE.
049800      IF DL-U-CALC(DL-U) = 0
049900          GO TO 2220-SHARE-ONE-RULE-EXIT
050000      END-IF.
050100      IF DL-U = DL-U-LAST
050200          COMPUTE DL-U-SHARE = PR-UNION - DL-U-SHARED
050300      ELSE
050400          COMPUTE DL-U-SHARE ROUNDED =
050500              PR-UNION * DL-U-CALC(DL-U) / DL-U-CALC-TOTAL
050600      END-IF.
050700      MOVE DL-U-UNION(DL-U) TO DL-N.
050800      ADD DL-U-SHARE TO DL-UNION-AMOUNT(DL-N).
050900      ADD DL-U-SHARE TO DL-U-SHARED.
051000  2220-SHARE-ONE-RULE-EXIT.
051100      EXIT.
051200****************************************************************
051300*  3000-COMPUTE-DUE-DATE
051400*  THE 16TH OF THE MONTH AFTER THE ONE BEING REMITTED; A
051500*  SATURDAY OR SUNDAY MOVES TO THE FOLLOWING MONDAY.
051600****************************************************************
051700  3000-COMPUTE-DUE-DATE.
051800      MOVE DL-WANTED-YEAR TO DL-DUE-YEAR.
051900      MOVE DL-WANTED-MM TO DL-DUE-MONTH.
052000      IF DL-DUE-MONTH = 12
052100          ADD 1 TO DL-DUE-YEAR
052200          MOVE 1 TO DL-DUE-MONTH
052300      ELSE
052400          ADD 1 TO DL-DUE-MONTH
052500      END-IF.
052600      MOVE 16 TO DL-DUE-DAY.
052700      CALL 'WEEKDAY' USING DL-DUE-DAY DL-DUE-MONTH DL-DUE-YEAR
052800          DL-DUE-WEEKDAY.
052900      IF DL-DUE-WEEKDAY = 6
053000          ADD 2 TO DL-DUE-DAY
053100      END-IF.
053200      IF DL-DUE-WEEKDAY = 7
053300          ADD 1 TO DL-DUE-DAY
053400      END-IF.
053500  3000-COMPUTE-DUE-DATE-EXIT.
053600      EXIT.
053700****************************************************************
053800*  4000-WRITE-REMITTANCE
053900*  ONE RECORD AND ONE PRINTED LINE PER AMOUNT DUE.  THE TAX AND
054000*  THE TWO CONTRIBUTION LINES ARE ALWAYS WRITTEN, EVEN AT ZERO,
054100*  SO THE FILE ALWAYS SAYS WHAT WAS CHECKED; UNION LINES ONLY
054200*  WHEN SOMETHING IS DUE.  TRAILER WITH COUNT AND TOTAL.
054300****************************************************************
054400  4000-WRITE-REMITTANCE.
054500      DISPLAY 'ENTE     VOCE                 SCADENZA IMPORTO'.
054600      MOVE 'ERARIO' TO RM-AUTHORITY.
054700      MOVE 'RITENUTE FISCALI' TO RM-DESC.
054800      MOVE DL-TOT-TAX TO RM-AMOUNT.
054900      PERFORM 4100-WRITE-ONE-REMITTANCE
055000          THRU 4100-WRITE-ONE-REMITTANCE-EXIT.
055100      MOVE 'ENTI' TO RM-AUTHORITY.
055200      MOVE 'CONTRIBUTI DIPENDENTE' TO RM-DESC.
055300      MOVE DL-TOT-SOCIAL TO RM-AMOUNT.
055400      PERFORM 4100-WRITE-ONE-REMITTANCE
055500          THRU 4100-WRITE-ONE-REMITTANCE-EXIT.
055600      MOVE 'ENTI' TO RM-AUTHORITY.
055700      MOVE 'CONTRIBUTI DATORE' TO RM-DESC.
055800      MOVE DL-TOT-EMPLOYER TO RM-AMOUNT.
055900      PERFORM 4100-WRITE-ONE-REMITTANCE
056000          THRU 4100-WRITE-ONE-REMITTANCE-EXIT.
056100      PERFORM 4200-WRITE-ONE-UNION THRU 4200-WRITE-ONE-UNION-EXIT
056200          VARYING DL-N FROM 1 BY 1
056300          UNTIL DL-N > DL-UNION-COUNT.
056400      IF DL-TOT-UNASSIGNED > 0
056500          MOVE 'SINDACAT' TO RM-AUTHORITY
056600          MOVE 'NON ATTRIBUITE' TO RM-DESC
056700          MOVE DL-TOT-UNASSIGNED TO RM-AMOUNT
056800          PERFORM 4100-WRITE-ONE-REMITTANCE
056900              THRU 4100-WRITE-ONE-REMITTANCE-EXIT
057000      END-IF.
057100      MOVE SPACES TO REMIT-TRAILER.
057200      MOVE 'T' TO RT-TYPE.
057250      MOVE DL-RUN-COMPANY TO RT-COMPANY.
057300      MOVE DL-WANTED-MONTH TO RT-MONTH.
057400      MOVE DL-REMIT-COUNT TO RT-COUNT.
057500      MOVE DL-TOT-DUE TO RT-TOTAL.
057600      WRITE REMIT-TRAILER.
057700      DISPLAY 'TOTALE SINDACATI A REGISTRO: ' DL-TOT-UNION.
057800  4000-WRITE-REMITTANCE-EXIT.
057900      EXIT.
058000  4100-WRITE-ONE-REMITTANCE.
058100      MOVE 'D' TO RM-TYPE.
058200      MOVE DL-WANTED-MONTH TO RM-MONTH.
058300      MOVE DL-DUE-DATE TO RM-DUE-DATE.
058350      MOVE DL-RUN-COMPANY TO RM-COMPANY.
058400      WRITE REMIT-RECORD.
058500      ADD 1 TO DL-REMIT-COUNT.
058600      ADD RM-AMOUNT TO DL-TOT-DUE.
058700      DISPLAY RM-AUTHORITY ' ' RM-DESC ' ' RM-DUE-DATE ' '
058800          RM-AMOUNT.
058900  4100-WRITE-ONE-REMITTANCE-EXIT.
059000      EXIT.
059100  4200-WRITE-ONE-UNION.
059200      IF DL-UNION-AMOUNT(DL-N) = 0
059300          GO TO 4200-WRITE-ONE-UNION-EXIT
059400      END-IF.
059500      MOVE 'SINDACAT' TO RM-AUTHORITY.
059600      MOVE DL-UNION-NAME(DL-N) TO RM-DESC.
059700      MOVE DL-UNION-AMOUNT(DL-N) TO RM-AMOUNT.
059800      PERFORM 4100-WRITE-ONE-REMITTANCE
059900          THRU 4100-WRITE-ONE-REMITTANCE-EXIT.
060000  4200-WRITE-ONE-UNION-EXIT.
060100      EXIT.
060200****************************************************************
060300*  5000-LOAD-GL-HISTORY
060400*  READS THE WHOLE GL HISTORY AND, FOR EVERY RUN OF THE MONTH,
060500*  ADDS UP ITS ERARIO, ENTI AND SINDACAT CREDITS.  A MISSING
060600*  HISTORY MEANS NOTHING CAN BE PROVED: ONE EXCEPTION, RC 4.
060700****************************************************************
060800  5000-LOAD-GL-HISTORY.
060900      OPEN INPUT GL-HISTORY.
061000      IF DL-GL-FILE-STATUS NOT = '00'
061100          DISPLAY 'GLHIST NON DISPONIBILE - STATUS '
061200              DL-GL-FILE-STATUS ' - NESSUNA RICONCILIAZIONE'
061300          MOVE 4 TO EX-SEVERITY
061400          MOVE DL-WANTED-MONTH TO EX-KEY
061500          MOVE 'GLHIST ASSENTE - VERSAMENTI NON RICONCILIATI'
061600              TO EX-MESSAGE
061700          PERFORM 9800-WRITE-EXCEPTION
061800              THRU 9800-WRITE-EXCEPTION-EXIT
061900          IF RETURN-CODE < 4
062000              MOVE 4 TO RETURN-CODE
062100          END-IF
062200          GO TO 5000-LOAD-GL-HISTORY-EXIT
062300      END-IF.
062400      MOVE 'Y' TO DL-GLHIST-SW.
062500      MOVE 'N' TO DL-EOF-SW.
062600      PERFORM 5100-READ-ONE-POSTING
062700          THRU 5100-READ-ONE-POSTING-EXIT
062800          UNTIL DL-END-OF-FILE.
062900      CLOSE GL-HISTORY.
063000  5000-LOAD-GL-HISTORY-EXIT.
063100      EXIT.
063200  5100-READ-ONE-POSTING.
063300      READ GL-HISTORY
063400          AT END
063500              MOVE 'Y' TO DL-EOF-SW
063600              GO TO 5100-READ-ONE-POSTING-EXIT
063700      END-READ.
063710*    GL-COMPANY AND GT-COMPANY SHARE THE SAME BYTES.  BLANK IS A
063720*    POSTING WRITTEN BEFORE THE FIELD EXISTED.
063730      IF GL-COMPANY NOT = SPACES
063740              AND GL-COMPANY NOT = CO-GL-COMPANY
063750          GO TO 5100-READ-ONE-POSTING-EXIT
063760      END-IF.
063800      MOVE 'N' TO DL-RUN-FOUND-SW.
063900      PERFORM 5110-MATCH-ONE-POSTING
064000          THRU 5110-MATCH-ONE-POSTING-EXIT
064100          VARYING DL-R FROM 1 BY 1
064200          UNTIL DL-R > DL-RUN-COUNT OR DL-RUN-FOUND.
064300      IF NOT DL-RUN-FOUND
064400          GO TO 5100-READ-ONE-POSTING-EXIT
064500      END-IF.
064600      SUBTRACT 1 FROM DL-R.
064700      IF GT-TYPE = 'T'
064800          MOVE 'C' TO DL-RUN-GL-SW(DL-R)
064900          GO TO 5100-READ-ONE-POSTING-EXIT
065000      END-IF.
065100      IF DL-RUN-GL-SW(DL-R) = 'C'
065200          MOVE 0 TO DL-RUN-GL-TAX(DL-R)
065300          MOVE 0 TO DL-RUN-GL-ENTI(DL-R)
065400          MOVE 0 TO DL-RUN-GL-UNION(DL-R)
065500      END-IF.
065600      MOVE 'O' TO DL-RUN-GL-SW(DL-R).
065700      IF GL-DR-CR NOT = 'A'
065800          GO TO 5100-READ-ONE-POSTING-EXIT
065900      END-IF.
066000      EVALUATE GL-ACCOUNT
066100          WHEN 'ERARIO'
066200              ADD GL-AMOUNT TO DL-RUN-GL-TAX(DL-R)
066300          WHEN 'ENTI'
066400              ADD GL-AMOUNT TO DL-RUN-GL-ENTI(DL-R)
066500          WHEN 'SINDACAT'
066600              ADD GL-AMOUNT TO DL-RUN-GL-UNION(DL-R)
066700          WHEN OTHER
066800              CONTINUE
066900      END-EVALUATE.
067000  5100-READ-ONE-POSTING-EXIT.
067100      EXIT.
067200  5110-MATCH-ONE-POSTING.
067300      IF DL-RUN-NUMBER(DL-R) = GL-RUN-NUMBER
067400          MOVE 'Y' TO DL-RUN-FOUND-SW
067500      END-IF.
067600  5110-MATCH-ONE-POSTING-EXIT.
067700      EXIT.
067800****************************************************************
067900*  6000-RECONCILE-RUNS
068000*  ONE PRINTED LINE PER RUN; EVERY DIFFERENCE, AND EVERY RUN
068100*  WITH NO POSTINGS AT ALL, GOES TO EXCFILE KEYED ON THE RUN.
068200****************************************************************
068300  6000-RECONCILE-RUNS.
068400      IF NOT DL-GLHIST-PRESENT
068500          GO TO 6000-RECONCILE-RUNS-EXIT
068600      END-IF.
068700      DISPLAY ' '.
068800      DISPLAY 'RICONCILIAZIONE CON LE REGISTRAZIONI GLPOST'.
068900      PERFORM 6100-RECONCILE-ONE-RUN
069000          THRU 6100-RECONCILE-ONE-RUN-EXIT
069100          VARYING DL-R FROM 1 BY 1
069200          UNTIL DL-R > DL-RUN-COUNT.
069300  6000-RECONCILE-RUNS-EXIT.
069400      EXIT.
069500  6100-RECONCILE-ONE-RUN.
069600      DISPLAY 'RUN ' DL-RUN-NUMBER(DL-R)
069700          ' ERARIO ' DL-RUN-REG-TAX(DL-R) '/' DL-RUN-GL-TAX(DL-R)
069800          ' ENTI ' DL-RUN-REG-ENTI(DL-R) '/' DL-RUN-GL-ENTI(DL-R)
069900          ' SINDACAT ' DL-RUN-REG-UNION(DL-R) '/'
070000          DL-RUN-GL-UNION(DL-R).
070100      MOVE 4 TO EX-SEVERITY.
070200      MOVE DL-RUN-NUMBER(DL-R) TO EX-KEY.
070300      IF DL-RUN-GL-SW(DL-R) = 'N'
070400          ADD 1 TO DL-DIFF-COUNT
070500          MOVE 'RUN SENZA REGISTRAZIONI GLPOST IN GLHIST'
070600              TO EX-MESSAGE
070700          PERFORM 9800-WRITE-EXCEPTION
070800              THRU 9800-WRITE-EXCEPTION-EXIT
070900          IF RETURN-CODE < 4
071000              MOVE 4 TO RETURN-CODE
071100          END-IF
071200          GO TO 6100-RECONCILE-ONE-RUN-EXIT
071300      END-IF.
071400      IF DL-RUN-REG-TAX(DL-R) NOT = DL-RUN-GL-TAX(DL-R)
071500          MOVE 'ERARIO' TO DL-EX-WHAT
071600          MOVE DL-RUN-REG-TAX(DL-R) TO DL-EX-REG
071700          MOVE DL-RUN-GL-TAX(DL-R) TO DL-EX-GL
071800          PERFORM 6200-WRITE-DIFFERENCE
071900              THRU 6200-WRITE-DIFFERENCE-EXIT
072000      END-IF.
072100      IF DL-RUN-REG-ENTI(DL-R) NOT = DL-RUN-GL-ENTI(DL-R)
072200          MOVE 'ENTI' TO DL-EX-WHAT
072300          MOVE DL-RUN-REG-ENTI(DL-R) TO DL-EX-REG
072400          MOVE DL-RUN-GL-ENTI(DL-R) TO DL-EX-GL
072500          PERFORM 6200-WRITE-DIFFERENCE
072600              THRU 6200-WRITE-DIFFERENCE-EXIT
072700      END-IF.
072800      IF DL-RUN-REG-UNION(DL-R) NOT = DL-RUN-GL-UNION(DL-R)
072900          MOVE 'SINDACAT' TO DL-EX-WHAT
073000          MOVE DL-RUN-REG-UNION(DL-R) TO DL-EX-REG
073100          MOVE DL-RUN-GL-UNION(DL-R) TO DL-EX-GL
073200          PERFORM 6200-WRITE-DIFFERENCE
073300              THRU 6200-WRITE-DIFFERENCE-EXIT
073400      END-IF.
073500  6100-RECONCILE-ONE-RUN-EXIT.
073600      EXIT.
073700  6200-WRITE-DIFFERENCE.
073800      ADD 1 TO DL-DIFF-COUNT.
073900      MOVE DL-EX-MESSAGE TO EX-MESSAGE.
074000      PERFORM 9800-WRITE-EXCEPTION THRU 9800-WRITE-EXCEPTION-EXIT.
074100      DISPLAY '  DIFFERENZA ' DL-EX-MESSAGE.
074200      IF RETURN-CODE < 4
074300          MOVE 4 TO RETURN-CODE
074400      END-IF.
074500  6200-WRITE-DIFFERENCE-EXIT.
074600      EXIT.
074700****************************************************************
074800*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
074900*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
075000*  BATCH STEPS.
075100****************************************************************
075200  9700-OPEN-EXCEPTION-FILE.
075300      OPEN EXTEND EXCEPTION-FILE.
075400      IF DL-EXC-FILE-STATUS = '35'
075500          OPEN OUTPUT EXCEPTION-FILE
075600          CLOSE EXCEPTION-FILE
075700          OPEN EXTEND EXCEPTION-FILE
075800      END-IF.
075900  9700-OPEN-EXCEPTION-FILE-EXIT.
076000      EXIT.
076100  9800-WRITE-EXCEPTION.
076200      MOVE 'REMIT' TO EX-PROGRAM-ID.
076300      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
076400      ACCEPT EX-RUN-TIME FROM TIME.
076500      MOVE 'N' TO EX-ACK-FLAG.
076600      MOVE SPACES TO EX-ACK-OPERATOR.
076700      MOVE 0 TO EX-ACK-DATE.
076800      MOVE SPACES TO EX-ACK-NOTE.
076900      WRITE EXCEPTION-RECORD.
077000  9800-WRITE-EXCEPTION-EXIT.
077100      EXIT.
077200****************************************************************
077300*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
077400****************************************************************
077500  COPY RPTHDRP.
