000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLACCR.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  GLACCR
000900*  MONTH-END PAYROLL COST ACCRUAL.  THE WEEKS DO NOT LINE UP
001000*  WITH THE CALENDAR: THE DAYS BETWEEN THE LAST WEEKLY PERIOD
001100*  END (RUNCTL) AND THE END OF THE MONTH GIVEN ON SYSIN (AAAAMM)
001200*  ARE PAID BY A RUN IN THE NEW MONTH, AND GLPOST USED TO BOOK
001300*  THEM ALL THERE.  THIS STEP WORKS OUT WHAT THOSE OPEN DAYS
001400*  COST EACH COST CENTER AND BOOKS IT TO THE CLOSING MONTH:
001500*    - A DAY ON TIMESHTS IS VALUED THE WAY DAYS WILL PAY IT
001600*      (THE DAILY STIPENDIO IN PROPORTION TO THE HOURS, HOURS
001700*      BEYOND EMP-STD-HOURS AT THE PP-OT-FACTOR PREMIUM, A PAID
001800*      LEAVE DAY AT THE FULL STIPENDIO)
001900*    - AN EMPLOYEE WITH NO TIMESHEET YET FOR THE OPEN DAYS IS
002000*      ACCRUED ONE STIPENDIO FOR EVERY DAY MARKED S ON HIS
002100*      EMP-SCHEDULE
002200*  MONTHLY-PAID STAFF (EMP-PAY-FREQ M) ARE PAID BY THE CALENDAR
002300*  MONTH AND ARE LEFT OUT.  THE POSTINGS GO TO GLFILE AS TYPE R
002360*  (RATEO): ONE DEBIT TO SALARI PER COST CENTER (AN EMPLOYEE
002420*  SHARED BETWEEN DEPARTMENTS CUT BY HIS CCALLOC SPLIT, AS IN
002480*  GLPOST), ONE CREDIT TO RATEIPAS FOR THE TOTAL AND THE USUAL
002540*  T TRAILER.  THEY CARRY
002600*  RUN NUMBER ZERO - THEY BELONG TO NO PAY RUN - AND THE LAST
002700*  DAY OF THE MONTH AS PERIOD END.
002800*  THE REVERSAL IS LEFT ON PROVPOST, ONE RECORD PER COST CENTER
002900*  (DEBIT RATEIPAS, CREDIT SALARI), FOR THE FIRST GLPOST RUN OF
003000*  THE NEW MONTH TO POST AS TYPE S.  A RERUN FOR THE SAME MONTH
003100*  REPLACES THE REVERSALS STILL PENDING; ONCE GLPOST HAS POSTED
003200*  THEM THE MONTH CAN NO LONGER BE RERUN (RC 8).  RUNCTL MUST
003300*  STILL HOLD A PERIOD ENDING IN THE MONTH - ONCE THE FIRST RUN
003400*  OF THE NEW MONTH HAS GONE, ITS DAYS ARE ALREADY POSTED.
003410*  THE STEP ACCRUES ONE COMPANY, THE RUNCTL ONE (RUNSEL PICKS
003420*  IT), EACH COMPANY HAVING ITS OWN WEEKS; THE POSTINGS CARRY
003430*  ITS COMPREF LEDGER CODE AND THE REVERSALS ITS CODE.
003500*  MOD HISTORY
003600*  15/10/2026 LG  NEW.
003610*  15/10/2026 LG  ONE COMPANY PER RUN: ONLY THE RUNCTL COMPANY'S
003620*                 EMPLOYEES; GL-COMPANY/GT-COMPANY FROM COMPREF
003630*                 (RECORD 41 -> 45); PV-COMPANY ON THE REVERSALS;
003640*                 A RERUN REPLACES ONLY ITS OWN COMPANY'S ONES.
003648*  15/10/2026 LG  EACH EMPLOYEE'S ACCRUAL IS CUT BY CCSPLIT ON THE
003656*                 CCALLOC SPLIT IN FORCE AT THE MONTH END (NEW
003664*                 CCALLOC DD) BEFORE IT GOES INTO THE COST-CENTER
003672*                 TABLE, SO THE SALARI DEBITS AND THE PROVPOST
003680*                 REVERSALS FOLLOW THE SAME SHARES AS THE WEEKLY
003688*                 GLPOST POSTINGS.  A BAD SPLIT POSTS ON EMP-COST-
003696*                 CENTER WITH AN EXCEPTION (RC 4).
003700****************************************************************
003800  ENVIRONMENT DIVISION.
003900  CONFIGURATION SECTION.
004000  SOURCE-COMPUTER. IBM-PC.
004100  OBJECT-COMPUTER. IBM-PC.
004200  INPUT-OUTPUT SECTION.
004300  FILE-CONTROL.
004400      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
004500          ORGANIZATION LINE SEQUENTIAL
004600          FILE STATUS IS DL-RC-FILE-STATUS.
004700      SELECT TIMESHEET-FILE ASSIGN TO "TIMESHTS"
004800          ORGANIZATION LINE SEQUENTIAL
004900          FILE STATUS IS DL-TS-FILE-STATUS.
005000      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005100          ORGANIZATION INDEXED
005200          ACCESS MODE DYNAMIC
005300          RECORD KEY EMP-MATRICOLA
005400          FILE STATUS IS DL-EMP-FILE-STATUS.
005500      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
005600          ORGANIZATION LINE SEQUENTIAL
005700          FILE STATUS IS DL-PP-FILE-STATUS.
005800      SELECT GL-FILE ASSIGN TO "GLFILE"
005900          ORGANIZATION LINE SEQUENTIAL
006000          FILE STATUS IS DL-GL-FILE-STATUS.
006100      SELECT PROVISION-FILE ASSIGN TO "PROVPOST"
006200          ORGANIZATION LINE SEQUENTIAL
006300          FILE STATUS IS DL-PV-FILE-STATUS.
006400      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
006500          ORGANIZATION LINE SEQUENTIAL
006600          FILE STATUS IS DL-EXC-FILE-STATUS.
006700*
006800  DATA DIVISION.
006900  FILE SECTION.
007000  FD  RUN-CONTROL.
007100  COPY RUNCTL.
007200  FD  TIMESHEET-FILE.
007300  COPY TSREC.
007400  FD  EMPLOYEE-MASTER.
007500  01  EMPLOYEE-MASTER-RECORD.
007600      COPY EMPREC.
007700      05  EMP-WORK-DAY            PIC 9(01).
007800  FD  PAY-PARAMS.
007900  COPY PAYPARM.
008000  FD  GL-FILE.
008100  01  GL-POSTING-RECORD.
008200      05  GL-TYPE                 PIC X(01).
008300      05  GL-RUN-NUMBER           PIC 9(06).
008400      05  GL-PERIOD-END           PIC 9(08).
008500      05  GL-ACCOUNT              PIC X(08).
008600      05  GL-COST-CENTER          PIC X(04).
008700      05  GL-DR-CR                PIC X(01).
008800      05  GL-AMOUNT               PIC 9(11)V99.
008810      05  GL-COMPANY              PIC X(04).
008900  01  GL-TRAILER-RECORD REDEFINES GL-POSTING-RECORD.
009000      05  GT-TYPE                 PIC X(01).
009100      05  GT-RUN-NUMBER           PIC 9(06).
009200      05  GT-PERIOD-END           PIC 9(08).
009300      05  GT-DEBIT-TOTAL          PIC 9(11)V99.
009400      05  GT-CREDIT-TOTAL         PIC 9(11)V99.
009410      05  GT-COMPANY              PIC X(04).
009500  FD  PROVISION-FILE.
009600  COPY PROVPOST.
009700  FD  EXCEPTION-FILE.
009800  COPY EXCREC.
009900*
010000  WORKING-STORAGE SECTION.
010100  COPY RPTHDRW.
010200  01  DL-RC-FILE-STATUS            PIC X(02).
010300  01  DL-TS-FILE-STATUS            PIC X(02).
010400  01  DL-EMP-FILE-STATUS           PIC X(02).
010500  01  DL-PP-FILE-STATUS            PIC X(02).
010600  01  DL-GL-FILE-STATUS            PIC X(02).
010700  01  DL-PV-FILE-STATUS            PIC X(02).
010800  01  DL-EXC-FILE-STATUS           PIC X(02).
010900  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
011000      88  DL-END-OF-FILE                      VALUE 'Y'.
011100  01  DL-BUFFER                    PIC X(10).
011200  01  DL-BUFFER-CHECK              PIC X(07) JUSTIFIED RIGHT.
011300  01  DL-WANTED-MONTH              PIC 9(06).
011400  01  DL-WANTED-MONTH-R REDEFINES DL-WANTED-MONTH.
011500      05  DL-WANTED-YEAR           PIC 9(04).
011600      05  DL-WANTED-MM             PIC 9(02).
011700  01  DL-MONTH-END                 PIC 9(08).
011800  01  DL-MONTH-END-R REDEFINES DL-MONTH-END.
011900      05  DL-ME-YEAR               PIC 9(04).
012000      05  DL-ME-MM                 PIC 9(02).
012100      05  DL-ME-DD                 PIC 9(02).
012200  01  DL-LAST-PERIOD-END           PIC 9(08).
012300  01  DL-LAST-PERIOD-END-R REDEFINES DL-LAST-PERIOD-END.
012400      05  DL-LP-YEAR               PIC 9(04).
012500      05  DL-LP-MM                 PIC 9(02).
012600      05  DL-LP-DD                 PIC 9(02).
012700  01  GG                          PIC X(24) VALUE
012800          '312831303130313130313031'.
012900  01  TAB-GG REDEFINES GG.
013000      05  G-MESE OCCURS 12 TIMES  PIC 99.
013100  01  DL-YEAR-REM-4                PIC 9(04).
013200  01  DL-YEAR-REM-100              PIC 9(04).
013300  01  DL-YEAR-REM-400              PIC 9(04).
013400  01  DL-YEAR-QUOTIENT             PIC 9(04).
013500  01  DL-LEAP-SW                   PIC X(01) VALUE 'N'.
013600      88  DL-LEAP-YEAR                        VALUE 'Y'.
013700  01  DL-OT-FACTOR                 PIC 9(01)V99.
013800  01  DL-STD-HOURS                 PIC 9(02)V99.
013900  01  DL-OT-HOURS                  PIC 9(02)V99.
014000  01  DL-DAY-AMOUNT                PIC 9(07)V99.
014100  01  DL-EMP-AMOUNT                PIC 9(09)V99.
014200  01  DL-TS-DAYS                   PIC 9(06) VALUE 0.
014300  01  DL-SCHED-DAYS                PIC 9(06) VALUE 0.
014400  01  DL-EMP-COUNT                 PIC 9(06) VALUE 0.
014500  01  DL-DEBIT-TOTAL               PIC 9(11)V99 VALUE 0.
014600  01  DL-CREDIT-TOTAL              PIC 9(11)V99 VALUE 0.
014700  01  DL-POSTING-COUNT             PIC 9(04) VALUE 0.
014800*
014900*  THE OPEN DAYS: EVERY DATE AFTER THE LAST PERIOD END UP TO
015000*  THE END OF THE MONTH, WITH ITS DAY CODE FROM WEEKDAY.
015100*
015200  01  DL-OPEN-COUNT                PIC 9(02) COMP VALUE 0.
015300  01  DL-OPEN-TABLE.
015400      05  DL-OPEN-ENTRY OCCURS 31 TIMES.
015500          10  DL-OPEN-DATE         PIC 9(08).
015600          10  DL-OPEN-DAY-CODE     PIC 9(01).
015700  01  DL-O                         PIC 9(02) COMP.
015800  01  DL-DD                        PIC 9(02).
015900  01  DL-WD                        PIC 9(01).
016000*
016100*  PAID TIMESHEET DAYS FALLING IN THE OPEN DAYS.
016200*
016300  01  DL-TS-COUNT                  PIC 9(05) VALUE 0.
016400  01  DL-TS-TABLE.
016500      05  DL-TS-ENTRY OCCURS 10000 TIMES.
016600          10  DL-TS-MATRICOLA      PIC X(05).
016700          10  DL-TS-DATE           PIC 9(08).
016800          10  DL-TS-FLAG           PIC X(01).
016900          10  DL-TS-HOURS          PIC 9(02)V99.
017000  01  DL-T                         PIC 9(05).
017100  01  DL-HIT                       PIC 9(05).
017200  01  DL-HAS-TS-SW                 PIC X(01).
017300      88  DL-HAS-TIMESHEETS                   VALUE 'Y'.
017400*
017500  01  DL-CC-COUNT                  PIC 9(03) VALUE 0.
017600  01  DL-CC-TABLE.
017700      05  DL-CC-ENTRY OCCURS 100 TIMES.
017800          10  DL-CC-CODE           PIC X(04).
017900          10  DL-CC-TOTAL          PIC 9(11)V99.
018000  01  DL-I                         PIC 9(03).
018100  01  DL-CC-HIT                    PIC 9(03).
018120  01  DL-SHARE-IX                  PIC 9(01).
018140  01  DL-SHARE-CC                  PIC X(04).
018160  01  DL-BAD-SPLIT-COUNT           PIC 9(03) VALUE 0.
018180  COPY CCSPLIT.
018200*
018300*  PROVPOST AS IT STANDS, LESS THIS MONTH'S PENDING REVERSALS.
018400*
018500  01  DL-PV-COUNT                  PIC 9(03) VALUE 0.
018600  01  DL-PV-TABLE.
018700      05  DL-PV-ENTRY OCCURS 500 TIMES
018800                                   PIC X(55).
018900  01  DL-PV-DROPPED                PIC 9(03) VALUE 0.
018910  01  DL-PV-COMPANY                PIC X(02).
018920*
018930*  THE RUN'S COMPANY AND ITS LEDGER CODE FROM COMPREF.
018940*
018950  01  DL-RUN-COMPANY               PIC X(02) VALUE '01'.
018960  01  DL-EMP-COMPANY               PIC X(02).
018970  01  DL-COMPANY-RESULT            PIC 9(01).
018980  COPY COMPREF.
019000*
019100  01  DL-CC-LINE.
019200      05  FILLER                   PIC X(02) VALUE SPACES.
019300      05  DL-CL-CODE               PIC X(04).
019400      05  FILLER                   PIC X(04) VALUE SPACES.
019500      05  DL-CL-AMOUNT             PIC Z(10)9.99.
019600*
019700  PROCEDURE DIVISION.
019800****************************************************************
019900*  0000-MAINLINE
020000****************************************************************
020100  0000-MAINLINE.
020200      MOVE 'GLACCR' TO RH-PROGRAM-NAME.
020300      MOVE 'MONTH-END PAYROLL COST ACCRUAL' TO RH-REPORT-TITLE.
020400      PERFORM 9700-OPEN-EXCEPTION-FILE
020500          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
020600      PERFORM 1000-GET-MONTH THRU 1000-GET-MONTH-EXIT.
020700      PERFORM 1100-READ-RUN-CONTROL
020800          THRU 1100-READ-RUN-CONTROL-EXIT.
020900      PERFORM 1200-READ-PAY-PARAMS
021000          THRU 1200-READ-PAY-PARAMS-EXIT.
021100      PERFORM 1300-LOAD-PROVISIONS
021200          THRU 1300-LOAD-PROVISIONS-EXIT.
021300      PERFORM 1400-BUILD-OPEN-DAYS
021400          THRU 1400-BUILD-OPEN-DAYS-EXIT.
021500      IF DL-OPEN-COUNT > 0
021600          PERFORM 1500-LOAD-TIMESHEETS
021700              THRU 1500-LOAD-TIMESHEETS-EXIT
021800          PERFORM 2000-ACCRUE-EMPLOYEES
021900              THRU 2000-ACCRUE-EMPLOYEES-EXIT
022000      END-IF.
022100      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
022200      PERFORM 3000-WRITE-POSTINGS THRU 3000-WRITE-POSTINGS-EXIT.
022300      PERFORM 4000-WRITE-REVERSALS
022400          THRU 4000-WRITE-REVERSALS-EXIT.
022500      CLOSE EXCEPTION-FILE.
022600      DISPLAY ' '.
022700      DISPLAY 'MESE DI CHIUSURA      : ' DL-WANTED-MONTH.
022800      DISPLAY 'ULTIMO PERIODO PAGATO : ' DL-LAST-PERIOD-END.
022900      DISPLAY 'GIORNI APERTI         : ' DL-OPEN-COUNT.
023000      DISPLAY 'DIPENDENTI CON RATEO  : ' DL-EMP-COUNT.
023100      DISPLAY 'GIORNI DA PRESENZE    : ' DL-TS-DAYS.
023200      DISPLAY 'GIORNI DA ORARIO      : ' DL-SCHED-DAYS.
023300      DISPLAY 'REGISTRAZIONI EMESSE  : ' DL-POSTING-COUNT.
023400      DISPLAY 'TOTALE DARE           : ' DL-DEBIT-TOTAL.
023500      DISPLAY 'TOTALE AVERE          : ' DL-CREDIT-TOTAL.
023510      IF DL-BAD-SPLIT-COUNT > 0
023520          DISPLAY 'RIPARTIZIONI NON APPLICATE: '
023530              DL-BAD-SPLIT-COUNT
023540          IF RETURN-CODE < 4
023550              MOVE 4 TO RETURN-CODE
023560          END-IF
023570      END-IF.
023600      IF DL-DEBIT-TOTAL NOT = DL-CREDIT-TOTAL
023700          DISPLAY 'DARE E AVERE NON QUADRANO - FILE DA NON '
023800              'CARICARE'
023900          MOVE 8 TO RETURN-CODE
024000      END-IF.
024100      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
024200      GOBACK.
024300****************************************************************
024400*  1000-GET-MONTH
024500*  THE CLOSING MONTH COMES FROM SYSIN AS AAAAMM, AS FOR THE
024600*  OTHER MONTHEND STEPS.  ANYTHING ELSE IS FATAL.  ALSO WORKS
024700*  OUT THE LAST DAY OF THE MONTH.
024800****************************************************************
024900  1000-GET-MONTH.
025000      DISPLAY 'MESE DI CHIUSURA (AAAAMM)?'.
025100      ACCEPT DL-BUFFER.
025200      MOVE DL-BUFFER(1:6) TO DL-BUFFER-CHECK.
025300      INSPECT DL-BUFFER-CHECK REPLACING ALL SPACE BY ZERO.
025400      IF DL-BUFFER = SPACES OR DL-BUFFER-CHECK NOT NUMERIC
025500          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
025600          CLOSE EXCEPTION-FILE
025700          MOVE 8 TO RETURN-CODE
025800          GOBACK
025900      END-IF.
026000      MOVE DL-BUFFER-CHECK(2:6) TO DL-WANTED-MONTH.
026100      IF DL-WANTED-MM < 1 OR DL-WANTED-MM > 12
026200          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
026300          CLOSE EXCEPTION-FILE
026400          MOVE 8 TO RETURN-CODE
026500          GOBACK
026600      END-IF.
026700      PERFORM 1010-SET-FEBBRAIO-LIMIT
026800          THRU 1010-SET-FEBBRAIO-LIMIT-EXIT.
026900      MOVE DL-WANTED-YEAR TO DL-ME-YEAR.
027000      MOVE DL-WANTED-MM TO DL-ME-MM.
027100      MOVE G-MESE(DL-WANTED-MM) TO DL-ME-DD.
027200  1000-GET-MONTH-EXIT.
027300      EXIT.
027400****************************************************************
027500*  1010-SET-FEBBRAIO-LIMIT
027600*  THE SAME STANDARD LEAP-YEAR RULE AS MESII AND EXCRPT.
027700****************************************************************
027800  1010-SET-FEBBRAIO-LIMIT.
027900      MOVE 'N' TO DL-LEAP-SW.
028000      DIVIDE DL-WANTED-YEAR BY 4 GIVING DL-YEAR-QUOTIENT
028100          REMAINDER DL-YEAR-REM-4.
028200      IF DL-YEAR-REM-4 = 0
028300          MOVE 'Y' TO DL-LEAP-SW
028400          DIVIDE DL-WANTED-YEAR BY 100 GIVING DL-YEAR-QUOTIENT
028500              REMAINDER DL-YEAR-REM-100
028600          IF DL-YEAR-REM-100 = 0
028700              MOVE 'N' TO DL-LEAP-SW
028800              DIVIDE DL-WANTED-YEAR BY 400
028900                  GIVING DL-YEAR-QUOTIENT
029000                  REMAINDER DL-YEAR-REM-400
029100              IF DL-YEAR-REM-400 = 0
029200                  MOVE 'Y' TO DL-LEAP-SW
029300              END-IF
029400          END-IF
029500      END-IF.
029600      IF DL-LEAP-YEAR
029700          MOVE 29 TO G-MESE(2)
029800      ELSE
029900          MOVE 28 TO G-MESE(2)
030000      END-IF.
030100  1010-SET-FEBBRAIO-LIMIT-EXIT.
030200      EXIT.
030300****************************************************************
030400*  1100-READ-RUN-CONTROL
030500*  THE WEEKLY RUN CONTROL SAYS WHERE THE LAST PAID PERIOD ENDED.
030600*  IT MUST END IN THE CLOSING MONTH: EARLIER MEANS A WEEKLY RUN
030700*  OF THE MONTH IS STILL TO GO, LATER MEANS THE NEW MONTH'S
030800*  FIRST RUN HAS ALREADY POSTED THE OPEN DAYS.  EITHER WAY THE
030900*  ACCRUAL WOULD BE WRONG, SO THE STEP STOPS.
031000****************************************************************
031100  1100-READ-RUN-CONTROL.
031200      OPEN INPUT RUN-CONTROL.
031300      IF DL-RC-FILE-STATUS NOT = '00'
031400          DISPLAY 'IMPOSSIBILE APRIRE RUNCTL - STATUS '
031500              DL-RC-FILE-STATUS
031600          CLOSE EXCEPTION-FILE
031700          MOVE 8 TO RETURN-CODE
031800          GOBACK
031900      END-IF.
032000      READ RUN-CONTROL
032100          AT END
032200              DISPLAY 'RUNCTL VUOTO - ELABORAZIONE RIFIUTATA'
032300              CLOSE RUN-CONTROL
032400              CLOSE EXCEPTION-FILE
032500              MOVE 8 TO RETURN-CODE
032600              GOBACK
032700      END-READ.
032800      CLOSE RUN-CONTROL.
032900      MOVE RN-PERIOD-END TO DL-LAST-PERIOD-END.
032910      IF RN-COMPANY NOT = SPACES
032920          MOVE RN-COMPANY TO DL-RUN-COMPANY
032930      END-IF.
032940      MOVE DL-RUN-COMPANY TO RH-COMPANY-CODE.
032950      CALL 'COMPINFO' USING DL-RUN-COMPANY COMPANY-RECORD
032960          DL-COMPANY-RESULT.
032970      IF DL-COMPANY-RESULT NOT = 0 AND DL-COMPANY-RESULT NOT = 3
032980          DISPLAY 'AZIENDA ' DL-RUN-COMPANY ' NON IN COMPREF - '
032990              'ELABORAZIONE RIFIUTATA'
032991          MOVE 8 TO EX-SEVERITY
032992          MOVE DL-RUN-COMPANY TO EX-KEY
032993          MOVE 'AZIENDA NON IN COMPREF - RATEI NON CALCOLATI'
032994              TO EX-MESSAGE
032995          PERFORM 9800-WRITE-EXCEPTION
032996              THRU 9800-WRITE-EXCEPTION-EXIT
032997          CLOSE EXCEPTION-FILE
032998          MOVE 8 TO RETURN-CODE
032999          GOBACK
033000      END-IF.
033005      IF DL-LP-YEAR NOT = DL-WANTED-YEAR
033100              OR DL-LP-MM NOT = DL-WANTED-MM
033200          DISPLAY 'RUNCTL (PERIODO AL ' DL-LAST-PERIOD-END
033300              ') NON CHIUDE NEL MESE ' DL-WANTED-MONTH
033400          DISPLAY 'RATEI NON CALCOLATI - ELABORAZIONE RIFIUTATA'
033500          MOVE 8 TO EX-SEVERITY
033600          MOVE DL-WANTED-MONTH TO EX-KEY
033700          MOVE 'RUNCTL FUORI MESE - RATEI NON CALCOLATI'
033800              TO EX-MESSAGE
033900          PERFORM 9800-WRITE-EXCEPTION
034000              THRU 9800-WRITE-EXCEPTION-EXIT
034100          CLOSE EXCEPTION-FILE
034200          MOVE 8 TO RETURN-CODE
034300          GOBACK
034400      END-IF.
034500  1100-READ-RUN-CONTROL-EXIT.
034600      EXIT.
034700****************************************************************
034800*  1200-READ-PAY-PARAMS
034900*  THE OVERTIME PREMIUM, AS DAYS USES IT.  DAYS REFUSES TO PAY
035000*  WITHOUT ONE, SO THE ACCRUAL REFUSES TOO.
035100****************************************************************
035200  1200-READ-PAY-PARAMS.
035300      MOVE 0 TO DL-OT-FACTOR.
035400      OPEN INPUT PAY-PARAMS.
035500      IF DL-PP-FILE-STATUS = '00'
035600          READ PAY-PARAMS
035700              AT END
035800                  CONTINUE
035900              NOT AT END
036000                  MOVE PP-OT-FACTOR TO DL-OT-FACTOR
036100          END-READ
036200          CLOSE PAY-PARAMS
036300      END-IF.
036400      IF DL-OT-FACTOR = 0
036500          DISPLAY 'PP-OT-FACTOR A ZERO O PAYPARM ASSENTE - '
036600              'ELABORAZIONE RIFIUTATA'
036700          CLOSE EXCEPTION-FILE
036800          MOVE 8 TO RETURN-CODE
036900          GOBACK
037000      END-IF.
037100  1200-READ-PAY-PARAMS-EXIT.
037200      EXIT.
037300****************************************************************
037400*  1300-LOAD-PROVISIONS
037500*  PROVPOST IS KEPT IN A TABLE AND REWRITTEN WITH THIS MONTH'S
037600*  REVERSALS AT THE END.  A PENDING GLACCR REVERSAL FOR THE SAME
037700*  MONTH AND COMPANY (BLANK PV-COMPANY = 01) IS AN EARLIER RUN
037750*  OF THIS STEP AND IS DROPPED; ONE
037800*  ALREADY POSTED MEANS THE NEW MONTH HAS STARTED AND THE MONTH
037900*  CANNOT BE ACCRUED AGAIN.  NO PROVPOST FILE = NOTHING PENDING.
038000****************************************************************
038100  1300-LOAD-PROVISIONS.
038200      OPEN INPUT PROVISION-FILE.
038300      IF DL-PV-FILE-STATUS NOT = '00'
038400          GO TO 1300-LOAD-PROVISIONS-EXIT
038500      END-IF.
038600      MOVE 'N' TO DL-EOF-SW.
038700      PERFORM 1310-LOAD-ONE-PROVISION
038800          THRU 1310-LOAD-ONE-PROVISION-EXIT
038900          UNTIL DL-END-OF-FILE.
039000      CLOSE PROVISION-FILE.
039100  1300-LOAD-PROVISIONS-EXIT.
039200      EXIT.
039300  1310-LOAD-ONE-PROVISION.
039400      READ PROVISION-FILE
039500          AT END
039600              MOVE 'Y' TO DL-EOF-SW
039700              GO TO 1310-LOAD-ONE-PROVISION-EXIT
039800      END-READ.
039810      MOVE PV-COMPANY TO DL-PV-COMPANY.
039820      IF DL-PV-COMPANY = SPACES
039830          MOVE '01' TO DL-PV-COMPANY
039840      END-IF.
039900      IF PV-SOURCE = 'GLACCR' AND PV-REFERENCE = DL-WANTED-MONTH
039950              AND DL-PV-COMPANY = DL-RUN-COMPANY
040000          IF PV-POSTED-RUN NOT = 0
040100              DISPLAY 'STORNO RATEI ' DL-WANTED-MONTH
040200                  ' GIA'' REGISTRATO DAL RUN ' PV-POSTED-RUN
040300              DISPLAY 'RATEI NON RICALCOLABILI - ELABORAZIONE '
040400                  'RIFIUTATA'
040500              CLOSE PROVISION-FILE
040600              CLOSE EXCEPTION-FILE
040700              MOVE 8 TO RETURN-CODE
040800              GOBACK
040900          END-IF
041000          ADD 1 TO DL-PV-DROPPED
041100          GO TO 1310-LOAD-ONE-PROVISION-EXIT
041200      END-IF.
041300      IF DL-PV-COUNT >= 500
041400          DISPLAY 'TABELLA ACCANTONAMENTI PIENA - PROVPOST '
041500              'NON AGGIORNABILE'
041600          CLOSE PROVISION-FILE
041700          CLOSE EXCEPTION-FILE
041800          MOVE 8 TO RETURN-CODE
041900          GOBACK
042000      END-IF.
042100      ADD 1 TO DL-PV-COUNT.
042200      MOVE PROVISION-POSTING-RECORD TO DL-PV-ENTRY(DL-PV-COUNT).
042300  1310-LOAD-ONE-PROVISION-EXIT.
042400      EXIT.
042500****************************************************************
042600*  1400-BUILD-OPEN-DAYS
042700*  EVERY DATE FROM THE DAY AFTER THE LAST PERIOD END TO THE END
042800*  OF THE MONTH.  NONE WHEN THE LAST WEEK CLOSED ON THE LAST DAY.
042900****************************************************************
043000  1400-BUILD-OPEN-DAYS.
043100      MOVE 0 TO DL-OPEN-COUNT.
043200      COMPUTE DL-DD = DL-LP-DD + 1.
043300      PERFORM 1410-ADD-ONE-DAY THRU 1410-ADD-ONE-DAY-EXIT
043400          UNTIL DL-DD > DL-ME-DD.
043500  1400-BUILD-OPEN-DAYS-EXIT.
043600      EXIT.
043700  1410-ADD-ONE-DAY.
043800      ADD 1 TO DL-OPEN-COUNT.
043900      MOVE DL-MONTH-END TO DL-OPEN-DATE(DL-OPEN-COUNT).
044000      MOVE DL-DD TO DL-OPEN-DATE(DL-OPEN-COUNT)(7:2).
044100      CALL 'WEEKDAY' USING DL-DD DL-WANTED-MM DL-WANTED-YEAR
044200          DL-WD.
044300      MOVE DL-WD TO DL-OPEN-DAY-CODE(DL-OPEN-COUNT).
044400      ADD 1 TO DL-DD.
044500  1410-ADD-ONE-DAY-EXIT.
044600      EXIT.
044700****************************************************************
044800*  1500-LOAD-TIMESHEETS
044900*  THE PAID TIMESHEET DAYS (WORKED OR PAID LEAVE) DATED IN THE
045000*  OPEN DAYS.  A MISSING TIMESHTS FILE LEAVES EVERY EMPLOYEE ON
045100*  HIS SCHEDULE (RC 4).  A FULL TABLE IS FATAL - A HALF-LOADED
045200*  WEEK WOULD SEND THE REST TO THE SCHEDULE WITHOUT A WORD.
045300****************************************************************
045400  1500-LOAD-TIMESHEETS.
045500      OPEN INPUT TIMESHEET-FILE.
045600      IF DL-TS-FILE-STATUS NOT = '00'
045700          DISPLAY 'TIMESHTS NON DISPONIBILE - RATEI DA ORARIO'
045800          IF RETURN-CODE < 4
045900              MOVE 4 TO RETURN-CODE
046000          END-IF
046100          GO TO 1500-LOAD-TIMESHEETS-EXIT
046200      END-IF.
046300      MOVE 'N' TO DL-EOF-SW.
046400      PERFORM 1510-LOAD-ONE-TS THRU 1510-LOAD-ONE-TS-EXIT
046500          UNTIL DL-END-OF-FILE.
046600      CLOSE TIMESHEET-FILE.
046700  1500-LOAD-TIMESHEETS-EXIT.
046800      EXIT.
046900  1510-LOAD-ONE-TS.
047000      READ TIMESHEET-FILE
047100          AT END
047200              MOVE 'Y' TO DL-EOF-SW
047300              GO TO 1510-LOAD-ONE-TS-EXIT
047400      END-READ.
047500      IF TS-DATE NOT > DL-LAST-PERIOD-END
047600              OR TS-DATE > DL-MONTH-END
047700          GO TO 1510-LOAD-ONE-TS-EXIT
047800      END-IF.
047900      IF NOT TS-WORKED AND NOT TS-PAID-LEAVE
048000          GO TO 1510-LOAD-ONE-TS-EXIT
048100      END-IF.
048200      IF DL-TS-COUNT >= 10000
048300          DISPLAY 'TABELLA PRESENZE PIENA - ELABORAZIONE '
048400              'INTERROTTA'
048500          MOVE 8 TO EX-SEVERITY
048600          MOVE TS-MATRICOLA TO EX-KEY
048700          MOVE 'TABELLA PRESENZE PIENA' TO EX-MESSAGE
048800          PERFORM 9800-WRITE-EXCEPTION
048900              THRU 9800-WRITE-EXCEPTION-EXIT
049000          CLOSE TIMESHEET-FILE
049100          CLOSE EXCEPTION-FILE
049200          MOVE 8 TO RETURN-CODE
049300          GOBACK
049400      END-IF.
049500      ADD 1 TO DL-TS-COUNT.
049600      MOVE TS-MATRICOLA TO DL-TS-MATRICOLA(DL-TS-COUNT).
049700      MOVE TS-DATE TO DL-TS-DATE(DL-TS-COUNT).
049800      MOVE TS-WORKED-FLAG TO DL-TS-FLAG(DL-TS-COUNT).
049900      MOVE TS-HOURS TO DL-TS-HOURS(DL-TS-COUNT).
050000  1510-LOAD-ONE-TS-EXIT.
050100      EXIT.
050200****************************************************************
050300*  2000-ACCRUE-EMPLOYEES
050400*  ONE PASS OF THE MASTER.  EVERY WEEKLY-PAID EMPLOYEE IN FORCE
050500*  ON AN OPEN DAY IS VALUED AND ADDED TO HIS COST CENTER.
050600****************************************************************
050700  2000-ACCRUE-EMPLOYEES.
050800      OPEN INPUT EMPLOYEE-MASTER.
050900      IF DL-EMP-FILE-STATUS NOT = '00'
051000          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
051100              DL-EMP-FILE-STATUS
051200          CLOSE EXCEPTION-FILE
051300          MOVE 8 TO RETURN-CODE
051400          GOBACK
051500      END-IF.
051600      MOVE 'N' TO DL-EOF-SW.
051700      MOVE LOW-VALUES TO EMP-MATRICOLA.
051800      START EMPLOYEE-MASTER KEY NOT < EMP-MATRICOLA
051900          INVALID KEY
052000              MOVE 'Y' TO DL-EOF-SW
052100      END-START.
052200      PERFORM 2100-ACCRUE-ONE-EMPLOYEE
052300          THRU 2100-ACCRUE-ONE-EMPLOYEE-EXIT
052400          UNTIL DL-END-OF-FILE.
052500      CLOSE EMPLOYEE-MASTER.
052600  2000-ACCRUE-EMPLOYEES-EXIT.
052700      EXIT.
052800  2100-ACCRUE-ONE-EMPLOYEE.
052900      READ EMPLOYEE-MASTER NEXT RECORD
053000          AT END
053100              MOVE 'Y' TO DL-EOF-SW
053200              GO TO 2100-ACCRUE-ONE-EMPLOYEE-EXIT
053300      END-READ.
053400      IF EMP-MONTHLY
053500          GO TO 2100-ACCRUE-ONE-EMPLOYEE-EXIT
053600      END-IF.
053610      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
053620      IF DL-EMP-COMPANY = SPACES
053630          MOVE '01' TO DL-EMP-COMPANY
053640      END-IF.
053650      IF DL-EMP-COMPANY NOT = DL-RUN-COMPANY
053660          GO TO 2100-ACCRUE-ONE-EMPLOYEE-EXIT
053670      END-IF.
053700      IF EMP-TERMINATED
053800              AND EMP-DATA-CESSAZIONE NOT > DL-LAST-PERIOD-END
053900          GO TO 2100-ACCRUE-ONE-EMPLOYEE-EXIT
054000      END-IF.
054100      IF EMP-STD-HOURS = 0
054200          MOVE 8 TO DL-STD-HOURS
054300      ELSE
054400          MOVE EMP-STD-HOURS TO DL-STD-HOURS
054500      END-IF.
054600      MOVE 'N' TO DL-HAS-TS-SW.
054700      PERFORM 2110-CHECK-ONE-TS THRU 2110-CHECK-ONE-TS-EXIT
054800          VARYING DL-T FROM 1 BY 1
054900          UNTIL DL-T > DL-TS-COUNT OR DL-HAS-TIMESHEETS.
055000      MOVE 0 TO DL-EMP-AMOUNT.
055100      PERFORM 2200-ACCRUE-ONE-DAY THRU 2200-ACCRUE-ONE-DAY-EXIT
055200          VARYING DL-O FROM 1 BY 1
055300          UNTIL DL-O > DL-OPEN-COUNT.
055400      IF DL-EMP-AMOUNT = 0
055500          GO TO 2100-ACCRUE-ONE-EMPLOYEE-EXIT
055600      END-IF.
055700      ADD 1 TO DL-EMP-COUNT.
055800      PERFORM 2300-ADD-TO-CC THRU 2300-ADD-TO-CC-EXIT.
055900  2100-ACCRUE-ONE-EMPLOYEE-EXIT.
056000      EXIT.
056100  2110-CHECK-ONE-TS.
056200      IF DL-TS-MATRICOLA(DL-T) = EMP-MATRICOLA
056300          MOVE 'Y' TO DL-HAS-TS-SW
056400      END-IF.
056500  2110-CHECK-ONE-TS-EXIT.
056600      EXIT.
056700****************************************************************
056800*  2200-ACCRUE-ONE-DAY
056900*  ONE OPEN DAY OF THE CURRENT EMPLOYEE, INSIDE HIS EMPLOYMENT.
057000*  WITH TIMESHEETS THE DAY IS PAID ONLY IF IT IS ON ONE; WITH
057100*  NONE IT IS PAID IF HIS SCHEDULE SAYS HE WORKS THAT WEEKDAY.
057200****************************************************************
057300  2200-ACCRUE-ONE-DAY.
057400      IF DL-OPEN-DATE(DL-O) < EMP-DATA-ASSUNZIONE
057500          GO TO 2200-ACCRUE-ONE-DAY-EXIT
057600      END-IF.
057700      IF EMP-TERMINATED
057800              AND DL-OPEN-DATE(DL-O) > EMP-DATA-CESSAZIONE
057900          GO TO 2200-ACCRUE-ONE-DAY-EXIT
058000      END-IF.
058100      IF NOT DL-HAS-TIMESHEETS
058200          IF EMP-SCHED-DAY(DL-OPEN-DAY-CODE(DL-O)) = 'S'
058300              ADD EMP-STIPENDIO TO DL-EMP-AMOUNT
058400              ADD 1 TO DL-SCHED-DAYS
058500          END-IF
058600          GO TO 2200-ACCRUE-ONE-DAY-EXIT
058700      END-IF.
058800      MOVE 0 TO DL-HIT.
058900      PERFORM 2210-FIND-ONE-TS THRU 2210-FIND-ONE-TS-EXIT
059000          VARYING DL-T FROM 1 BY 1
059100          UNTIL DL-T > DL-TS-COUNT OR DL-HIT > 0.
059200      IF DL-HIT = 0
059300          GO TO 2200-ACCRUE-ONE-DAY-EXIT
059400      END-IF.
059500      IF DL-TS-FLAG(DL-HIT) NOT = 'S'
059600          MOVE EMP-STIPENDIO TO DL-DAY-AMOUNT
059700      ELSE
059800          IF DL-TS-HOURS(DL-HIT) > DL-STD-HOURS
059900              COMPUTE DL-OT-HOURS =
060000                  DL-TS-HOURS(DL-HIT) - DL-STD-HOURS
060100              COMPUTE DL-DAY-AMOUNT ROUNDED = EMP-STIPENDIO +
060200                  EMP-STIPENDIO * DL-OT-HOURS
060300                  * DL-OT-FACTOR / DL-STD-HOURS
060400          ELSE
060500              COMPUTE DL-DAY-AMOUNT ROUNDED =
060600                  EMP-STIPENDIO * DL-TS-HOURS(DL-HIT)
060700                  / DL-STD-HOURS
060800          END-IF
060900      END-IF.
061000      ADD DL-DAY-AMOUNT TO DL-EMP-AMOUNT.
061100      ADD 1 TO DL-TS-DAYS.
061200  2200-ACCRUE-ONE-DAY-EXIT.
061300      EXIT.
061400  2210-FIND-ONE-TS.
061500      IF DL-TS-MATRICOLA(DL-T) = EMP-MATRICOLA
061600              AND DL-TS-DATE(DL-T) = DL-OPEN-DATE(DL-O)
061700          MOVE DL-T TO DL-HIT
061800      END-IF.
061900  2210-FIND-ONE-TS-EXIT.
062000      EXIT.
062500****************************************************************
062510*  2300-ADD-TO-CC
062520*  THE EMPLOYEE'S ACCRUAL INTO HIS COST CENTERS' SLOTS, CUT BY
062530*  CCSPLIT ON THE CCALLOC SPLIT IN FORCE AT THE MONTH END - THE
062540*  SAME SHARES AND SLOT PATTERN AS GLPOST, SO THE ACCRUAL AND
062550*  ITS REVERSAL LAND WHERE THE WEEKLY SALARI DEBITS DO.  A BAD
062560*  SPLIT PUTS THE WHOLE AMOUNT ON EMP-COST-CENTER WITH AN
062570*  EXCEPTION.  A FULL TABLE IS FATAL.
062580****************************************************************
062600  2300-ADD-TO-CC.
062604      MOVE EMP-MATRICOLA TO SP-MATRICOLA.
062608      MOVE DL-MONTH-END TO SP-AS-OF-DATE.
062612      MOVE DL-EMP-AMOUNT TO SP-AMOUNT.
062616      MOVE EMP-COST-CENTER TO SP-HOME-CENTER.
062620      CALL 'CCSPLIT' USING CC-SPLIT-AREA.
062624      IF SP-RESULT = 9
062628          ADD 1 TO DL-BAD-SPLIT-COUNT
062632          DISPLAY 'RIPARTIZIONE DI ' EMP-MATRICOLA ' ERRATA - '
062636              SP-MESSAGE
062640          MOVE 4 TO EX-SEVERITY
062644          MOVE EMP-MATRICOLA TO EX-KEY
062648          MOVE SPACES TO EX-MESSAGE
062652          STRING 'RIPARTIZIONE CCALLOC ERRATA: ' SP-MESSAGE
062656              DELIMITED BY SIZE INTO EX-MESSAGE
062660          PERFORM 9800-WRITE-EXCEPTION
062664              THRU 9800-WRITE-EXCEPTION-EXIT
062668      END-IF.
062672      PERFORM 2320-ADD-ONE-SHARE THRU 2320-ADD-ONE-SHARE-EXIT
062676          VARYING DL-SHARE-IX FROM 1 BY 1
062680          UNTIL DL-SHARE-IX > SP-SHARE-COUNT.
062684  2300-ADD-TO-CC-EXIT.
062688      EXIT.
062692  2320-ADD-ONE-SHARE.
062696      MOVE SP-COST-CENTER(DL-SHARE-IX) TO DL-SHARE-CC.
062700      MOVE 0 TO DL-CC-HIT.
062800      PERFORM 2310-MATCH-ONE-CC THRU 2310-MATCH-ONE-CC-EXIT
062900          VARYING DL-I FROM 1 BY 1
063000          UNTIL DL-I > DL-CC-COUNT OR DL-CC-HIT > 0.
063100      IF DL-CC-HIT = 0
063200          IF DL-CC-COUNT >= 100
063300              DISPLAY 'TABELLA CENTRI DI COSTO PIENA - '
063400                  'ELABORAZIONE INTERROTTA'
063500              MOVE 8 TO EX-SEVERITY
063600              MOVE DL-SHARE-CC TO EX-KEY
063700              MOVE 'TABELLA CENTRI DI COSTO PIENA' TO EX-MESSAGE
063800              PERFORM 9800-WRITE-EXCEPTION
063900                  THRU 9800-WRITE-EXCEPTION-EXIT
064000              CLOSE EMPLOYEE-MASTER
064100              CLOSE EXCEPTION-FILE
064200              MOVE 8 TO RETURN-CODE
064300              GOBACK
064400          END-IF
064500          ADD 1 TO DL-CC-COUNT
064600          MOVE DL-CC-COUNT TO DL-CC-HIT
064700          MOVE DL-SHARE-CC TO DL-CC-CODE(DL-CC-HIT)
064800          MOVE 0 TO DL-CC-TOTAL(DL-CC-HIT)
064900      END-IF.
065000      ADD SP-SHARE-AMOUNT(DL-SHARE-IX) TO DL-CC-TOTAL(DL-CC-HIT).
065100  2320-ADD-ONE-SHARE-EXIT.
065200      EXIT.
065300  2310-MATCH-ONE-CC.
065400      IF DL-CC-CODE(DL-I) = DL-SHARE-CC
065500          MOVE DL-I TO DL-CC-HIT
065600      END-IF.
065700  2310-MATCH-ONE-CC-EXIT.
065800      EXIT.
065900****************************************************************
066000*  3000-WRITE-POSTINGS
066100*  THE ACCRUAL FILE: A TYPE R DEBIT TO SALARI PER COST CENTER,
066200*  ONE TYPE R CREDIT TO RATEIPAS, THE TRAILER.  A MONTH WITH NO
066300*  OPEN DAYS GETS A TRAILER ONLY, SO THE LEDGER LOAD STILL SEES
066400*  A COMPLETE FILE.
066500****************************************************************
066600  3000-WRITE-POSTINGS.
066700      OPEN OUTPUT GL-FILE.
066800      IF DL-GL-FILE-STATUS NOT = '00'
066900          DISPLAY 'IMPOSSIBILE APRIRE GLFILE - STATUS '
067000              DL-GL-FILE-STATUS
067100          CLOSE EXCEPTION-FILE
067200          MOVE 8 TO RETURN-CODE
067300          GOBACK
067400      END-IF.
067500      IF DL-OPEN-COUNT = 0
067600          DISPLAY 'MESE ' DL-WANTED-MONTH '  CHIUSO DALL''ULTIMO '
067700              'PERIODO - NESSUN RATEO'
067800      ELSE
067900          DISPLAY 'MESE ' DL-WANTED-MONTH '  GIORNI APERTI DAL '
068000              DL-OPEN-DATE(1) ' AL ' DL-MONTH-END
068100      END-IF.
068200      DISPLAY '  CDC       RATEO SALARI'.
068300      PERFORM 3100-WRITE-ONE-DEBIT THRU 3100-WRITE-ONE-DEBIT-EXIT
068400          VARYING DL-I FROM 1 BY 1
068500          UNTIL DL-I > DL-CC-COUNT.
068600      IF DL-DEBIT-TOTAL > 0
068700          MOVE 'R' TO GL-TYPE
068800          MOVE 0 TO GL-RUN-NUMBER
068900          MOVE DL-MONTH-END TO GL-PERIOD-END
069000          MOVE 'RATEIPAS' TO GL-ACCOUNT
069100          MOVE SPACES TO GL-COST-CENTER
069200          MOVE 'A' TO GL-DR-CR
069300          MOVE DL-DEBIT-TOTAL TO GL-AMOUNT
069350          MOVE CO-GL-COMPANY TO GL-COMPANY
069400          WRITE GL-POSTING-RECORD
069500          ADD 1 TO DL-POSTING-COUNT
069600          ADD GL-AMOUNT TO DL-CREDIT-TOTAL
069700      END-IF.
069800      MOVE 'T' TO GT-TYPE.
069900      MOVE 0 TO GT-RUN-NUMBER.
070000      MOVE DL-MONTH-END TO GT-PERIOD-END.
070100      MOVE DL-DEBIT-TOTAL TO GT-DEBIT-TOTAL.
070200      MOVE DL-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
070250      MOVE CO-GL-COMPANY TO GT-COMPANY.
070300      WRITE GL-POSTING-RECORD.
070400      CLOSE GL-FILE.
070500      MOVE SPACES TO DL-CL-CODE.
070600      MOVE DL-DEBIT-TOTAL TO DL-CL-AMOUNT.
070700      DISPLAY '  TOTALE' DL-CC-LINE(9:).
070800  3000-WRITE-POSTINGS-EXIT.
070900      EXIT.
071000  3100-WRITE-ONE-DEBIT.
071100      MOVE 'R' TO GL-TYPE.
071200      MOVE 0 TO GL-RUN-NUMBER.
071300      MOVE DL-MONTH-END TO GL-PERIOD-END.
071400      MOVE 'SALARI' TO GL-ACCOUNT.
071500      MOVE DL-CC-CODE(DL-I) TO GL-COST-CENTER.
071600      MOVE 'D' TO GL-DR-CR.
071700      MOVE DL-CC-TOTAL(DL-I) TO GL-AMOUNT.
071750      MOVE CO-GL-COMPANY TO GL-COMPANY.
071800      WRITE GL-POSTING-RECORD.
071900      ADD 1 TO DL-POSTING-COUNT.
072000      ADD DL-CC-TOTAL(DL-I) TO DL-DEBIT-TOTAL.
072100      MOVE DL-CC-CODE(DL-I) TO DL-CL-CODE.
072200      MOVE DL-CC-TOTAL(DL-I) TO DL-CL-AMOUNT.
072300      DISPLAY DL-CC-LINE.
072400  3100-WRITE-ONE-DEBIT-EXIT.
072500      EXIT.
072600****************************************************************
072700*  4000-WRITE-REVERSALS
072800*  PROVPOST AS LOADED, PLUS ONE PENDING REVERSAL PER COST CENTER
072900*  FOR THE NEXT GLPOST.
073000****************************************************************
073100  4000-WRITE-REVERSALS.
073200      OPEN OUTPUT PROVISION-FILE.
073300      IF DL-PV-FILE-STATUS NOT = '00'
073400          DISPLAY 'IMPOSSIBILE RISCRIVERE PROVPOST - STATUS '
073500              DL-PV-FILE-STATUS
073600          MOVE 8 TO EX-SEVERITY
073700          MOVE DL-WANTED-MONTH TO EX-KEY
073800          MOVE 'PROVPOST NON RISCRITTO - STORNO RATEI MANUALE'
073900              TO EX-MESSAGE
074000          PERFORM 9800-WRITE-EXCEPTION
074100              THRU 9800-WRITE-EXCEPTION-EXIT
074200          MOVE 8 TO RETURN-CODE
074300          GO TO 4000-WRITE-REVERSALS-EXIT
074400      END-IF.
074500      PERFORM 4100-REWRITE-ONE-PROVISION
074600          THRU 4100-REWRITE-ONE-PROVISION-EXIT
074700          VARYING DL-I FROM 1 BY 1
074800          UNTIL DL-I > DL-PV-COUNT.
074900      PERFORM 4200-WRITE-ONE-REVERSAL
075000          THRU 4200-WRITE-ONE-REVERSAL-EXIT
075100          VARYING DL-I FROM 1 BY 1
075200          UNTIL DL-I > DL-CC-COUNT.
075300      CLOSE PROVISION-FILE.
075400      IF DL-PV-DROPPED > 0
075500          DISPLAY 'STORNI PRECEDENTI DEL MESE SOSTITUITI: '
075600              DL-PV-DROPPED
075700      END-IF.
075800  4000-WRITE-REVERSALS-EXIT.
075900      EXIT.
076000  4100-REWRITE-ONE-PROVISION.
076100      MOVE DL-PV-ENTRY(DL-I) TO PROVISION-POSTING-RECORD.
076200      WRITE PROVISION-POSTING-RECORD.
076300  4100-REWRITE-ONE-PROVISION-EXIT.
076400      EXIT.
076500  4200-WRITE-ONE-REVERSAL.
076600      MOVE 'GLACCR' TO PV-SOURCE.
076700      MOVE DL-WANTED-MONTH TO PV-REFERENCE.
076800      MOVE 'RATEIPAS' TO PV-DR-ACCOUNT.
076900      MOVE 'SALARI' TO PV-CR-ACCOUNT.
077000      MOVE DL-CC-CODE(DL-I) TO PV-COST-CENTER.
077100      MOVE DL-CC-TOTAL(DL-I) TO PV-AMOUNT.
077200      MOVE 0 TO PV-POSTED-RUN.
077250      MOVE DL-RUN-COMPANY TO PV-COMPANY.
077300      WRITE PROVISION-POSTING-RECORD.
077400  4200-WRITE-ONE-REVERSAL-EXIT.
077500      EXIT.
077600****************************************************************
077700*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
077800*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
077900*  BATCH STEPS.
078000****************************************************************
078100  9700-OPEN-EXCEPTION-FILE.
078200      OPEN EXTEND EXCEPTION-FILE.
078300      IF DL-EXC-FILE-STATUS = '35'
078400          OPEN OUTPUT EXCEPTION-FILE
078500          CLOSE EXCEPTION-FILE
078600          OPEN EXTEND EXCEPTION-FILE
078700      END-IF.
078800  9700-OPEN-EXCEPTION-FILE-EXIT.
078900      EXIT.
079000  9800-WRITE-EXCEPTION.
079100      MOVE 'GLACCR' TO EX-PROGRAM-ID.
079200      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
079300      ACCEPT EX-RUN-TIME FROM TIME.
079400      MOVE 'N' TO EX-ACK-FLAG.
079500      MOVE SPACES TO EX-ACK-OPERATOR.
079600      MOVE 0 TO EX-ACK-DATE.
079700      MOVE SPACES TO EX-ACK-NOTE.
079800      WRITE EXCEPTION-RECORD.
079900  9800-WRITE-EXCEPTION-EXIT.
080000      EXIT.
080100****************************************************************
080200*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
080300****************************************************************
080400  COPY RPTHDRP.
