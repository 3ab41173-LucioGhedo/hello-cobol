000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CCBUDRPT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  CCBUDRPT
000900*  COST-CENTER LABOUR BUDGET AGAINST ACTUAL, FOR THE MONTH GIVEN
001000*  ON SYSIN (AAAAMM) AND THE YEAR TO DATE.  THE BUDGET COMES
001100*  FROM THE KEYED CCBUDGET FILE (CCBUDGET.CPY, MAINTAINED BY
001200*  CCBMNT); THE ACTUAL COST IS THE PAY REGISTER'S GROSS PLUS
001300*  EMPLOYER CONTRIBUTIONS (PR-GROSS + PR-EMPLOYER, THE SAME
001400*  LABOUR COST CCSUM PRINTS) OF EVERY PERIOD ENDING IN THE
001500*  MONTH, OR IN THE YEAR UP TO THE MONTH, CHARGED TO THE CENTER
001600*  IN PR-COST-CENTER.  A REGISTER RECORD FILED BEFORE THE COST
001700*  CENTER WAS KEPT THERE FALLS BACK ON THE EMPLOYEE'S CURRENT
001800*  EMP-COST-CENTER.  THE ACTUAL HEADCOUNT IS THE NUMBER OF
001900*  EMPLOYEES PAID ON THE CENTER IN THE MONTH.
002000*  EACH CENTER GETS A MONTH AND A YEAR-TO-DATE LINE WITH THE
002100*  BUDGET, THE ACTUAL, THE VARIANCE (ACTUAL LESS BUDGET, SO AN
002200*  OVERSPEND IS POSITIVE) AND THE VARIANCE PERCENTAGE.  A LINE
002300*  OVER BUDGET BY MORE THAN THE PAYPARM TOLERANCE
002400*  (PP-BUDGET-TOL-PCT, ZERO OR NO FILE = 5.0 PER CENT), OR WITH
002500*  COST AND NO BUDGET, IS FLAGGED AND GOES TO EXCFILE (RC 4), AS
002600*  DOES A CENTER ON THE BUDGET OR THE REGISTER THAT IS NOT ON
002700*  CCREF.  CENTERS ARE PRINTED IN CCREF ORDER, ANY UNKNOWN ONES
002800*  LAST; A CENTER WITH NEITHER BUDGET NOR COST IS LEFT OUT.
002900*  MOD HISTORY
003000*  15/10/2026 LG  NEW.
003100****************************************************************
003200  ENVIRONMENT DIVISION.
003300  CONFIGURATION SECTION.
003400  SOURCE-COMPUTER. IBM-PC.
003500  OBJECT-COMPUTER. IBM-PC.
003600  INPUT-OUTPUT SECTION.
003700  FILE-CONTROL.
003800      SELECT PAY-REGISTER ASSIGN TO "PAYREG"
003900          ORGANIZATION INDEXED
004000          ACCESS MODE DYNAMIC
004100          RECORD KEY PR-KEY
004200          FILE STATUS IS DL-REG-FILE-STATUS.
004300      SELECT BUDGET-FILE ASSIGN TO "CCBUDGET"
004400          ORGANIZATION INDEXED
004500          ACCESS MODE DYNAMIC
004600          RECORD KEY CB-KEY
004700          FILE STATUS IS DL-CB-FILE-STATUS.
004800      SELECT COST-CENTER-FILE ASSIGN TO "CCREF"
004900          ORGANIZATION INDEXED
005000          ACCESS MODE DYNAMIC
005100          RECORD KEY CC-CODE
005200          FILE STATUS IS DL-CC-FILE-STATUS.
005300      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005400          ORGANIZATION INDEXED
005500          ACCESS MODE DYNAMIC
005600          RECORD KEY EMP-MATRICOLA
005700          FILE STATUS IS DL-EMP-FILE-STATUS.
005800      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
005900          ORGANIZATION LINE SEQUENTIAL
006000          FILE STATUS IS DL-PP-FILE-STATUS.
006100      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
006200          ORGANIZATION LINE SEQUENTIAL
006300          FILE STATUS IS DL-EXC-FILE-STATUS.
006400*
006500  DATA DIVISION.
006600  FILE SECTION.
006700  FD  PAY-REGISTER.
006800  COPY PAYREG.
006900  FD  BUDGET-FILE.
007000  COPY CCBUDGET.
007100  FD  COST-CENTER-FILE.
007200  COPY CCREF.
007300  FD  EMPLOYEE-MASTER.
007400  01  EMPLOYEE-MASTER-RECORD.
007500      COPY EMPREC.
007600      05  EMP-WORK-DAY            PIC 9(01).
007700  FD  PAY-PARAMS.
007800  COPY PAYPARM.
007900  FD  EXCEPTION-FILE.
008000  COPY EXCREC.
008100*
008200  WORKING-STORAGE SECTION.
008300  COPY RPTHDRW.
008400  01  DL-REG-FILE-STATUS           PIC X(02).
008500  01  DL-CB-FILE-STATUS            PIC X(02).
008600  01  DL-CC-FILE-STATUS            PIC X(02).
008700  01  DL-EMP-FILE-STATUS           PIC X(02).
008800  01  DL-PP-FILE-STATUS            PIC X(02).
008900  01  DL-EXC-FILE-STATUS           PIC X(02).
009000  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
009100      88  DL-END-OF-FILE                      VALUE 'Y'.
009200  01  DL-CCREF-SW                  PIC X(01) VALUE 'N'.
009300      88  DL-CCREF-PRESENT                    VALUE 'Y'.
009400  01  DL-EMPMAST-SW                PIC X(01) VALUE 'N'.
009500      88  DL-EMPMAST-PRESENT                  VALUE 'Y'.
009600  01  DL-BUFFER                    PIC X(10).
009700  01  DL-BUFFER-CHECK              PIC X(07) JUSTIFIED RIGHT.
009800  01  DL-WANTED-MONTH              PIC 9(06).
009900  01  DL-WANTED-MONTH-R REDEFINES DL-WANTED-MONTH.
010000      05  DL-WANTED-YEAR           PIC 9(04).
010100      05  DL-WANTED-MM             PIC 9(02).
010200  01  DL-PERIOD-END                PIC 9(08).
010300  01  DL-PERIOD-END-R REDEFINES DL-PERIOD-END.
010400      05  DL-PERIOD-YEAR           PIC 9(04).
010500      05  DL-PERIOD-MM             PIC 9(02).
010600      05  DL-PERIOD-DD             PIC 9(02).
010700  01  DL-TOLERANCE                 PIC 9(02)V9.
010800  01  DL-TOL-EDIT                  PIC Z9.9.
010900  01  DL-READ-COUNT                PIC 9(06) VALUE 0.
011000  01  DL-PERIOD-COUNT              PIC 9(06) VALUE 0.
011100  01  DL-MONTH-PERIODS             PIC 9(06) VALUE 0.
011200  01  DL-BUDGET-COUNT              PIC 9(06) VALUE 0.
011300  01  DL-FALLBACK-COUNT            PIC 9(06) VALUE 0.
011400  01  DL-FLAG-COUNT                PIC 9(06) VALUE 0.
011500  01  DL-PERIOD-COST               PIC 9(09)V99.
011600*
011700*  ONE ENTRY PER COST CENTER: CCREF FIRST, IN KEY ORDER, THEN ANY
011800*  CODE MET ON THE BUDGET OR THE REGISTER THAT CCREF DOES NOT
011900*  HAVE.  DL-CC-LAST-MAT IS THE LAST MATRICOLA COUNTED IN THE
012000*  MONTH'S HEADCOUNT - THE REGISTER IS KEYED MATRICOLA FIRST, SO
012100*  AN EMPLOYEE'S PERIODS ARRIVE TOGETHER.
012200*
012300  01  DL-CC-COUNT                  PIC 9(03) COMP VALUE 0.
012400  01  DL-CC-TABLE.
012500      05  DL-CC-ENTRY OCCURS 200 TIMES.
012600          10  DL-CC-CODE           PIC X(04).
012700          10  DL-CC-DESC           PIC X(30).
012800          10  DL-CC-BUD-HC         PIC 9(05).
012900          10  DL-CC-ACT-HC         PIC 9(05).
013000          10  DL-CC-LAST-MAT       PIC X(05).
013100          10  DL-CC-BUD-MONTH      PIC 9(09)V99.
013200          10  DL-CC-ACT-MONTH      PIC 9(09)V99.
013300          10  DL-CC-BUD-YTD        PIC 9(11)V99.
013400          10  DL-CC-ACT-YTD        PIC 9(11)V99.
013500  01  DL-C                         PIC 9(03) COMP.
013600  01  DL-I                         PIC 9(03) COMP.
013700  01  DL-FIND-CODE                 PIC X(04).
013800  01  DL-CC-FULL-SW                PIC X(01) VALUE 'N'.
013900      88  DL-CC-TABLE-FULL                    VALUE 'Y'.
014000*
014100  01  DL-TOT-BUD-HC                PIC 9(07) VALUE 0.
014200  01  DL-TOT-ACT-HC                PIC 9(07) VALUE 0.
014300  01  DL-TOT-BUD-MONTH             PIC 9(11)V99 VALUE 0.
014400  01  DL-TOT-ACT-MONTH             PIC 9(11)V99 VALUE 0.
014500  01  DL-TOT-BUD-YTD               PIC 9(11)V99 VALUE 0.
014600  01  DL-TOT-ACT-YTD               PIC 9(11)V99 VALUE 0.
014700*
014800*  ONE BUDGET/ACTUAL PAIR AS 4200-COMPARE SEES IT.
014900*
015000  01  DL-CMP-LABEL                 PIC X(04).
015100  01  DL-CMP-BUDGET                PIC 9(11)V99.
015200  01  DL-CMP-ACTUAL                PIC 9(11)V99.
015300  01  DL-CMP-VARIANCE              PIC S9(11)V99.
015400  01  DL-CMP-LIMIT                 PIC 9(11)V99.
015500  01  DL-CMP-PCT                   PIC S9(05)V9.
015600  01  DL-CMP-LOG-SW                PIC X(01).
015700      88  DL-CMP-LOG                          VALUE 'Y'.
015800  01  DL-PCT-EDIT                  PIC -(5)9.9.
015900*
016000  01  DL-NAME-LINE.
016100      05  DL-NL-CODE               PIC X(04).
016200      05  FILLER                   PIC X(01) VALUE SPACE.
016300      05  DL-NL-DESC               PIC X(30).
016400      05  FILLER                   PIC X(11) VALUE
016500          ' ORGANICO B'.
016600      05  DL-NL-BUD-HC             PIC Z(06)9.
016700      05  FILLER                   PIC X(03) VALUE ' E'.
016800      05  DL-NL-ACT-HC             PIC Z(06)9.
016900  01  DL-COMPARE-LINE.
017000      05  FILLER                   PIC X(02) VALUE SPACES.
017100      05  DL-CL-LABEL              PIC X(04).
017200      05  DL-CL-BUDGET             PIC Z(10)9.99.
017300      05  FILLER                   PIC X(01) VALUE SPACE.
017400      05  DL-CL-ACTUAL             PIC Z(10)9.99.
017500      05  DL-CL-VARIANCE           PIC -(11)9.99.
017600      05  FILLER                   PIC X(01) VALUE SPACE.
017700      05  DL-CL-PCT                PIC X(08).
017800      05  FILLER                   PIC X(01) VALUE SPACE.
017900      05  DL-CL-FLAG               PIC X(09).
018000*
018100  01  DL-EX-MESSAGE.
018200      05  DL-EX-WHAT               PIC X(10).
018300      05  DL-EX-LABEL              PIC X(04).
018400      05  FILLER                   PIC X(03) VALUE ' B'.
018500      05  DL-EX-BUDGET             PIC Z(10)9.99.
018600      05  FILLER                   PIC X(03) VALUE ' E'.
018700      05  DL-EX-ACTUAL             PIC Z(10)9.99.
018800      05  FILLER                   PIC X(01) VALUE SPACE.
018900*
019000  PROCEDURE DIVISION.
019100****************************************************************
019200*  0000-MAINLINE
019300****************************************************************
019400  0000-MAINLINE.
019500      MOVE 'CCBUDRPT' TO RH-PROGRAM-NAME.
019600      MOVE 'COST-CENTER LABOUR BUDGET VS ACTUAL'
019700          TO RH-REPORT-TITLE.
019800      PERFORM 9700-OPEN-EXCEPTION-FILE
019900          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
020000      PERFORM 1000-GET-MONTH THRU 1000-GET-MONTH-EXIT.
020100      PERFORM 1500-READ-PAY-PARAMS
020200          THRU 1500-READ-PAY-PARAMS-EXIT.
020300      OPEN INPUT PAY-REGISTER.
020400      IF DL-REG-FILE-STATUS NOT = '00'
020500          DISPLAY 'IMPOSSIBILE APRIRE PAYREG - STATUS '
020600              DL-REG-FILE-STATUS
020700          CLOSE EXCEPTION-FILE
020800          MOVE 8 TO RETURN-CODE
020900          GOBACK
021000      END-IF.
021100      PERFORM 1600-LOAD-COST-CENTERS
021200          THRU 1600-LOAD-COST-CENTERS-EXIT.
021300      PERFORM 2000-LOAD-BUDGETS THRU 2000-LOAD-BUDGETS-EXIT.
021400      OPEN INPUT EMPLOYEE-MASTER.
021500      IF DL-EMP-FILE-STATUS = '00'
021600          MOVE 'Y' TO DL-EMPMAST-SW
021700      ELSE
021800          DISPLAY 'EMPMAST NON DISPONIBILE - NESSUN RIPIEGO SUL '
021900              'CENTRO DI COSTO IN ANAGRAFICA'
022000      END-IF.
022100      MOVE 'N' TO DL-EOF-SW.
022200      MOVE LOW-VALUES TO PR-KEY.
022300      START PAY-REGISTER KEY NOT < PR-KEY
022400          INVALID KEY
022500              MOVE 'Y' TO DL-EOF-SW
022600      END-START.
022700      PERFORM 3000-READ-ONE-PERIOD
022800          THRU 3000-READ-ONE-PERIOD-EXIT
022900          UNTIL DL-END-OF-FILE.
023000      CLOSE PAY-REGISTER.
023100      IF DL-EMPMAST-PRESENT
023200          CLOSE EMPLOYEE-MASTER
023300      END-IF.
023400      IF DL-CCREF-PRESENT
023500          CLOSE COST-CENTER-FILE
023600      END-IF.
023700      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
023800      PERFORM 4000-PRINT-REPORT THRU 4000-PRINT-REPORT-EXIT.
023900      CLOSE EXCEPTION-FILE.
024000      DISPLAY ' '.
024100      DISPLAY 'MESE DEL CONFRONTO    : ' DL-WANTED-MONTH.
024200      DISPLAY 'TOLLERANZA %          : ' DL-TOL-EDIT.
024300      DISPLAY 'RECORD BUDGET USATI   : ' DL-BUDGET-COUNT.
024400      DISPLAY 'RECORD REGISTRO LETTI : ' DL-READ-COUNT.
024500      DISPLAY 'PERIODI DELL''ANNO     : ' DL-PERIOD-COUNT.
024600      DISPLAY 'PERIODI DEL MESE      : ' DL-MONTH-PERIODS.
024700      DISPLAY 'CDC DA ANAGRAFICA     : ' DL-FALLBACK-COUNT.
024800      DISPLAY 'SCOSTAMENTI SEGNALATI : ' DL-FLAG-COUNT.
024900      IF DL-MONTH-PERIODS = 0
025000          DISPLAY 'NESSUN PERIODO A REGISTRO PER IL MESE '
025100              DL-WANTED-MONTH
025200          IF RETURN-CODE < 4
025300              MOVE 4 TO RETURN-CODE
025400          END-IF
025500      END-IF.
025600      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
025700      GOBACK.
025800****************************************************************
025900*  1000-GET-MONTH
026000*  THE MONTH COMES FROM SYSIN AS AAAAMM, AS FOR REMIT.  ANYTHING
026100*  ELSE IS FATAL.
026200****************************************************************
026300  1000-GET-MONTH.
026400      DISPLAY 'MESE DEL CONFRONTO (AAAAMM)?'.
026500      ACCEPT DL-BUFFER.
026600      MOVE DL-BUFFER(1:6) TO DL-BUFFER-CHECK.
026700      INSPECT DL-BUFFER-CHECK REPLACING ALL SPACE BY ZERO.
026800      IF DL-BUFFER = SPACES OR DL-BUFFER-CHECK NOT NUMERIC
026900          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
027000          CLOSE EXCEPTION-FILE
027100          MOVE 8 TO RETURN-CODE
027200          GOBACK
027300      END-IF.
027400      MOVE DL-BUFFER-CHECK(2:6) TO DL-WANTED-MONTH.
027500      IF DL-WANTED-MM < 1 OR DL-WANTED-MM > 12
027600          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
027700          CLOSE EXCEPTION-FILE
027800          MOVE 8 TO RETURN-CODE
027900          GOBACK
028000      END-IF.
028100  1000-GET-MONTH-EXIT.
028200      EXIT.
028300****************************************************************
028400*  1500-READ-PAY-PARAMS
028500*  THE OVERSPEND TOLERANCE COMES FROM THE ONE-RECORD PAY-
028600*  PARAMETER FILE.  MISSING FILE OR A ZERO VALUE MEANS 5.0.
028700****************************************************************
028800  1500-READ-PAY-PARAMS.
028900      MOVE 5.0 TO DL-TOLERANCE.
029000      OPEN INPUT PAY-PARAMS.
029100      IF DL-PP-FILE-STATUS NOT = '00'
029200          GO TO 1500-READ-PAY-PARAMS-EXIT
029300      END-IF.
029400      READ PAY-PARAMS
029500          AT END
029600              CONTINUE
029700          NOT AT END
029800              IF PP-BUDGET-TOL-PCT > 0
029900                  MOVE PP-BUDGET-TOL-PCT TO DL-TOLERANCE
030000              END-IF
030100      END-READ.
030200      CLOSE PAY-PARAMS.
030300  1500-READ-PAY-PARAMS-EXIT.
030400      EXIT.
030500****************************************************************
030600*  1600-LOAD-COST-CENTERS
030700*  EVERY CCREF CENTER, ACTIVE OR NOT (AN INACTIVE CENTER CAN
030800*  STILL HAVE A BUDGET EARLIER IN THE YEAR).  A MISSING CCREF
030900*  MEANS NO NAMES AND NO CHECK OF THE CODES (RC 4).
031000****************************************************************
031100  1600-LOAD-COST-CENTERS.
031200      OPEN INPUT COST-CENTER-FILE.
031300      IF DL-CC-FILE-STATUS NOT = '00'
031400          DISPLAY 'CCREF NON DISPONIBILE - CENTRI SENZA '
031500              'DESCRIZIONE'
031600          IF RETURN-CODE < 4
031700              MOVE 4 TO RETURN-CODE
031800          END-IF
031900          GO TO 1600-LOAD-COST-CENTERS-EXIT
032000      END-IF.
032100      MOVE 'Y' TO DL-CCREF-SW.
032200      MOVE 'N' TO DL-EOF-SW.
032300      MOVE LOW-VALUES TO CC-CODE.
032400      START COST-CENTER-FILE KEY NOT < CC-CODE
032500          INVALID KEY
032600              MOVE 'Y' TO DL-EOF-SW
032700      END-START.
032800      PERFORM 1610-READ-ONE-CENTER THRU 1610-READ-ONE-CENTER-EXIT
032900          UNTIL DL-END-OF-FILE.
033000  1600-LOAD-COST-CENTERS-EXIT.
033100      EXIT.
033200  1610-READ-ONE-CENTER.
033300      READ COST-CENTER-FILE NEXT RECORD
033400          AT END
033500              MOVE 'Y' TO DL-EOF-SW
033600              GO TO 1610-READ-ONE-CENTER-EXIT
033700      END-READ.
033800      MOVE CC-CODE TO DL-FIND-CODE.
033900      PERFORM 2200-ADD-CENTER THRU 2200-ADD-CENTER-EXIT.
034000      IF DL-C > 0
034100          MOVE CC-DESC TO DL-CC-DESC(DL-C)
034200      END-IF.
034300  1610-READ-ONE-CENTER-EXIT.
034400      EXIT.
034500****************************************************************
034600*  2000-LOAD-BUDGETS
034700*  THE BUDGET MONTHS OF THE YEAR UP TO THE WANTED MONTH MAKE THE
034800*  YEAR-TO-DATE BUDGET; THE WANTED MONTH ITSELF ALSO GIVES THE
034900*  MONTH'S BUDGET AND HEADCOUNT.  NO BUDGET FILE AT ALL IS NOT
035000*  FATAL - EVERY CENTER WITH A COST SHOWS AS WITHOUT BUDGET.
035100****************************************************************
035200  2000-LOAD-BUDGETS.
035300      OPEN INPUT BUDGET-FILE.
035400      IF DL-CB-FILE-STATUS NOT = '00'
035500          DISPLAY 'CCBUDGET NON DISPONIBILE - STATUS '
035600              DL-CB-FILE-STATUS
035700          IF RETURN-CODE < 4
035800              MOVE 4 TO RETURN-CODE
035900          END-IF
036000          GO TO 2000-LOAD-BUDGETS-EXIT
036100      END-IF.
036200      MOVE 'N' TO DL-EOF-SW.
036300      MOVE LOW-VALUES TO CB-KEY.
036400      START BUDGET-FILE KEY NOT < CB-KEY
036500          INVALID KEY
036600              MOVE 'Y' TO DL-EOF-SW
036700      END-START.
036800      PERFORM 2010-READ-ONE-BUDGET THRU 2010-READ-ONE-BUDGET-EXIT
036900          UNTIL DL-END-OF-FILE.
037000      CLOSE BUDGET-FILE.
037100  2000-LOAD-BUDGETS-EXIT.
037200      EXIT.
037300  2010-READ-ONE-BUDGET.
037400      READ BUDGET-FILE NEXT RECORD
037500          AT END
037600              MOVE 'Y' TO DL-EOF-SW
037700              GO TO 2010-READ-ONE-BUDGET-EXIT
037800      END-READ.
037900      IF CB-YEAR NOT = DL-WANTED-YEAR
038000              OR CB-MONTH > DL-WANTED-MM
038100          GO TO 2010-READ-ONE-BUDGET-EXIT
038200      END-IF.
038300      ADD 1 TO DL-BUDGET-COUNT.
038400      MOVE CB-CC-CODE TO DL-FIND-CODE.
038500      PERFORM 2100-FIND-CENTER THRU 2100-FIND-CENTER-EXIT.
038600      IF DL-C = 0
038700          GO TO 2010-READ-ONE-BUDGET-EXIT
038800      END-IF.
038900      ADD CB-LABOUR-COST TO DL-CC-BUD-YTD(DL-C).
039000      IF CB-MONTH = DL-WANTED-MM
039100          MOVE CB-HEADCOUNT TO DL-CC-BUD-HC(DL-C)
039200          MOVE CB-LABOUR-COST TO DL-CC-BUD-MONTH(DL-C)
039300      END-IF.
039400  2010-READ-ONE-BUDGET-EXIT.
039500      EXIT.
039600****************************************************************
039700*  2100-FIND-CENTER
039800*  RETURNS IN DL-C THE TABLE ENTRY FOR DL-FIND-CODE.  A CODE
039900*  CCREF DOES NOT HAVE IS ADDED AT THE END AND REPORTED ONCE;
040000*  A BLANK CODE (NO CENTER ON THE REGISTER OR ON EMPMAST) IS
040100*  GROUPED AS SENZA CENTRO.  DL-C = 0 WHEN THE TABLE IS FULL.
040200****************************************************************
040300  2100-FIND-CENTER.
040400      MOVE 0 TO DL-C.
040500      PERFORM 2110-MATCH-ONE-CENTER
040600          THRU 2110-MATCH-ONE-CENTER-EXIT
040700          VARYING DL-I FROM 1 BY 1
040800          UNTIL DL-I > DL-CC-COUNT OR DL-C > 0.
040900      IF DL-C > 0
041000          GO TO 2100-FIND-CENTER-EXIT
041100      END-IF.
041200      PERFORM 2200-ADD-CENTER THRU 2200-ADD-CENTER-EXIT.
041300      IF DL-C = 0
041400          GO TO 2100-FIND-CENTER-EXIT
041500      END-IF.
041600      IF DL-FIND-CODE = SPACES
041700          MOVE 'SENZA CENTRO DI COSTO' TO DL-CC-DESC(DL-C)
041800          GO TO 2100-FIND-CENTER-EXIT
041900      END-IF.
042000      IF NOT DL-CCREF-PRESENT
042100          GO TO 2100-FIND-CENTER-EXIT
042200      END-IF.
042300      MOVE '*** NON IN CCREF ***' TO DL-CC-DESC(DL-C).
042400      MOVE 4 TO EX-SEVERITY.
042500      MOVE DL-FIND-CODE TO EX-KEY.
042600      MOVE 'CENTRO DI COSTO NON IN CCREF - BUDGET/COSTI ORFANI'
042700          TO EX-MESSAGE.
042800      PERFORM 9800-WRITE-EXCEPTION THRU 9800-WRITE-EXCEPTION-EXIT.
042900      DISPLAY 'CENTRO DI COSTO ' DL-FIND-CODE ' NON IN CCREF'.
043000      IF RETURN-CODE < 4
043100          MOVE 4 TO RETURN-CODE
043200      END-IF.
043300  2100-FIND-CENTER-EXIT.
043400      EXIT.
043500  2110-MATCH-ONE-CENTER.
043600      IF DL-CC-CODE(DL-I) = DL-FIND-CODE
043700          MOVE DL-I TO DL-C
043800      END-IF.
043900  2110-MATCH-ONE-CENTER-EXIT.
044000      EXIT.
044100****************************************************************
044200*  2200-ADD-CENTER
044300*  NEW, ZEROED TABLE ENTRY FOR DL-FIND-CODE, RETURNED IN DL-C.
044400****************************************************************
044500  2200-ADD-CENTER.
044600      MOVE 0 TO DL-C.
044700      IF DL-CC-COUNT >= 200
044800          IF NOT DL-CC-TABLE-FULL
044900              DISPLAY 'TABELLA CENTRI DI COSTO PIENA - CENTRO '
045000                  DL-FIND-CODE ' E SEGUENTI IGNORATI'
045100              MOVE 'Y' TO DL-CC-FULL-SW
045200              IF RETURN-CODE < 4
045300                  MOVE 4 TO RETURN-CODE
045400              END-IF
045500          END-IF
045600          GO TO 2200-ADD-CENTER-EXIT
045700      END-IF.
045800      ADD 1 TO DL-CC-COUNT.
045900      MOVE DL-CC-COUNT TO DL-C.
046000      MOVE DL-FIND-CODE TO DL-CC-CODE(DL-C).
046100      MOVE SPACES TO DL-CC-DESC(DL-C).
046200      MOVE 0 TO DL-CC-BUD-HC(DL-C).
046300      MOVE 0 TO DL-CC-ACT-HC(DL-C).
046400      MOVE SPACES TO DL-CC-LAST-MAT(DL-C).
046500      MOVE 0 TO DL-CC-BUD-MONTH(DL-C).
046600      MOVE 0 TO DL-CC-ACT-MONTH(DL-C).
046700      MOVE 0 TO DL-CC-BUD-YTD(DL-C).
046800      MOVE 0 TO DL-CC-ACT-YTD(DL-C).
046900  2200-ADD-CENTER-EXIT.
047000      EXIT.
047100****************************************************************
047200*  3000-READ-ONE-PERIOD
047300*  ONE REGISTER RECORD.  A PERIOD BELONGS TO THE MONTH ITS END
047400*  DATE FALLS IN (A WEEK ACROSS THE MONTH END GOES WHOLE TO THE
047500*  LATER MONTH, AS IN REMIT).  ONLY THE WANTED YEAR UP TO THE
047600*  WANTED MONTH COUNTS.
047700****************************************************************
047800  3000-READ-ONE-PERIOD.
047900      READ PAY-REGISTER NEXT RECORD
048000          AT END
048100              MOVE 'Y' TO DL-EOF-SW
048200              GO TO 3000-READ-ONE-PERIOD-EXIT
048300      END-READ.
048400      ADD 1 TO DL-READ-COUNT.
048500      MOVE PR-PERIOD-END TO DL-PERIOD-END.
048600      IF DL-PERIOD-YEAR NOT = DL-WANTED-YEAR
048700              OR DL-PERIOD-MM > DL-WANTED-MM
048800          GO TO 3000-READ-ONE-PERIOD-EXIT
048900      END-IF.
049000      ADD 1 TO DL-PERIOD-COUNT.
049100      MOVE PR-COST-CENTER TO DL-FIND-CODE.
049200      IF DL-FIND-CODE = SPACES AND DL-EMPMAST-PRESENT
049300          MOVE PR-MATRICOLA TO EMP-MATRICOLA
049400          READ EMPLOYEE-MASTER
049500              INVALID KEY
049600                  CONTINUE
049700              NOT INVALID KEY
049800                  MOVE EMP-COST-CENTER TO DL-FIND-CODE
049900                  ADD 1 TO DL-FALLBACK-COUNT
050000          END-READ
050100      END-IF.
050200      PERFORM 2100-FIND-CENTER THRU 2100-FIND-CENTER-EXIT.
050300      IF DL-C = 0
050400          GO TO 3000-READ-ONE-PERIOD-EXIT
050500      END-IF.
050600      COMPUTE DL-PERIOD-COST = PR-GROSS + PR-EMPLOYER.
050700      ADD DL-PERIOD-COST TO DL-CC-ACT-YTD(DL-C).
050800      IF DL-PERIOD-MM = DL-WANTED-MM
050900          ADD 1 TO DL-MONTH-PERIODS
051000          ADD DL-PERIOD-COST TO DL-CC-ACT-MONTH(DL-C)
051100          IF DL-CC-LAST-MAT(DL-C) NOT = PR-MATRICOLA
051200              ADD 1 TO DL-CC-ACT-HC(DL-C)
051300              MOVE PR-MATRICOLA TO DL-CC-LAST-MAT(DL-C)
051400          END-IF
051500      END-IF.
051600  3000-READ-ONE-PERIOD-EXIT.
051700      EXIT.
051800****************************************************************
051900*  4000-PRINT-REPORT
052000*  ONE BLOCK PER CENTER WITH A BUDGET OR A COST, THEN THE GRAND
052100*  TOTALS (NOT FLAGGED - THE CENTERS ARE).
052200****************************************************************
052300  4000-PRINT-REPORT.
052400      MOVE DL-TOLERANCE TO DL-TOL-EDIT.
052500      DISPLAY 'MESE ' DL-WANTED-MONTH '  TOLLERANZA '
052600          DL-TOL-EDIT '%   B = BUDGET  E = EFFETTIVO'.
052700      DISPLAY '            BUDGET    EFFETTIVO    SCOSTAMENTO'
052800          '   SCOST.%'.
052900      PERFORM 4100-PRINT-ONE-CENTER
053000          THRU 4100-PRINT-ONE-CENTER-EXIT
053100          VARYING DL-C FROM 1 BY 1
053200          UNTIL DL-C > DL-CC-COUNT.
053300      DISPLAY ' '.
053400      MOVE SPACES TO DL-NL-CODE.
053500      MOVE 'TOTALE GENERALE' TO DL-NL-DESC.
053600      MOVE DL-TOT-BUD-HC TO DL-NL-BUD-HC.
053700      MOVE DL-TOT-ACT-HC TO DL-NL-ACT-HC.
053800      DISPLAY DL-NAME-LINE.
053900      MOVE 'N' TO DL-CMP-LOG-SW.
054000      MOVE 'MESE' TO DL-CMP-LABEL.
054100      MOVE DL-TOT-BUD-MONTH TO DL-CMP-BUDGET.
054200      MOVE DL-TOT-ACT-MONTH TO DL-CMP-ACTUAL.
054300      PERFORM 4200-COMPARE THRU 4200-COMPARE-EXIT.
054400      MOVE 'ANNO' TO DL-CMP-LABEL.
054500      MOVE DL-TOT-BUD-YTD TO DL-CMP-BUDGET.
054600      MOVE DL-TOT-ACT-YTD TO DL-CMP-ACTUAL.
054700      PERFORM 4200-COMPARE THRU 4200-COMPARE-EXIT.
054800  4000-PRINT-REPORT-EXIT.
054900      EXIT.
055000  4100-PRINT-ONE-CENTER.
055100      IF DL-CC-BUD-YTD(DL-C) = 0 AND DL-CC-ACT-YTD(DL-C) = 0
055200              AND DL-CC-BUD-HC(DL-C) = 0
055300          GO TO 4100-PRINT-ONE-CENTER-EXIT
055400      END-IF.
055500      ADD DL-CC-BUD-HC(DL-C) TO DL-TOT-BUD-HC.
055600      ADD DL-CC-ACT-HC(DL-C) TO DL-TOT-ACT-HC.
055700      ADD DL-CC-BUD-MONTH(DL-C) TO DL-TOT-BUD-MONTH.
055800      ADD DL-CC-ACT-MONTH(DL-C) TO DL-TOT-ACT-MONTH.
055900      ADD DL-CC-BUD-YTD(DL-C) TO DL-TOT-BUD-YTD.
056000      ADD DL-CC-ACT-YTD(DL-C) TO DL-TOT-ACT-YTD.
056100      DISPLAY ' '.
056200      MOVE DL-CC-CODE(DL-C) TO DL-NL-CODE.
056300      MOVE DL-CC-DESC(DL-C) TO DL-NL-DESC.
056400      MOVE DL-CC-BUD-HC(DL-C) TO DL-NL-BUD-HC.
056500      MOVE DL-CC-ACT-HC(DL-C) TO DL-NL-ACT-HC.
056600      DISPLAY DL-NAME-LINE.
056700      MOVE 'Y' TO DL-CMP-LOG-SW.
056800      MOVE 'MESE' TO DL-CMP-LABEL.
056900      MOVE DL-CC-BUD-MONTH(DL-C) TO DL-CMP-BUDGET.
057000      MOVE DL-CC-ACT-MONTH(DL-C) TO DL-CMP-ACTUAL.
057100      PERFORM 4200-COMPARE THRU 4200-COMPARE-EXIT.
057200      MOVE 'ANNO' TO DL-CMP-LABEL.
057300      MOVE DL-CC-BUD-YTD(DL-C) TO DL-CMP-BUDGET.
057400      MOVE DL-CC-ACT-YTD(DL-C) TO DL-CMP-ACTUAL.
057500      PERFORM 4200-COMPARE THRU 4200-COMPARE-EXIT.
057600  4100-PRINT-ONE-CENTER-EXIT.
057700      EXIT.
057800****************************************************************
057900*  4200-COMPARE
058000*  PRINTS ONE BUDGET/ACTUAL LINE.  THE PERCENTAGE IS OF THE
058100*  BUDGET (N/D WITHOUT ONE).  OVER BUDGET BY MORE THAN THE
058200*  TOLERANCE, OR COST WITH NO BUDGET, IS SFORATO / NO BUDGET;
058300*  ON A CENTER LINE (DL-CMP-LOG) IT ALSO GOES TO EXCFILE.
058400****************************************************************
058500  4200-COMPARE.
058600      MOVE DL-CMP-LABEL TO DL-CL-LABEL.
058700      MOVE DL-CMP-BUDGET TO DL-CL-BUDGET.
058800      MOVE DL-CMP-ACTUAL TO DL-CL-ACTUAL.
058900      COMPUTE DL-CMP-VARIANCE = DL-CMP-ACTUAL - DL-CMP-BUDGET.
059000      MOVE DL-CMP-VARIANCE TO DL-CL-VARIANCE.
059100      MOVE SPACES TO DL-CL-FLAG.
059200      IF DL-CMP-BUDGET = 0
059300          MOVE '     N/D' TO DL-CL-PCT
059400          IF DL-CMP-ACTUAL > 0
059500              MOVE 'NO BUDGET' TO DL-CL-FLAG
059600          END-IF
059700      ELSE
059800          COMPUTE DL-CMP-PCT ROUNDED =
059900              DL-CMP-VARIANCE * 100 / DL-CMP-BUDGET
060000              ON SIZE ERROR
060100                  MOVE 99999.9 TO DL-CMP-PCT
060200          END-COMPUTE
060300          MOVE DL-CMP-PCT TO DL-PCT-EDIT
060400          MOVE DL-PCT-EDIT TO DL-CL-PCT
060500          COMPUTE DL-CMP-LIMIT ROUNDED =
060600              DL-CMP-BUDGET * DL-TOLERANCE / 100
060700          IF DL-CMP-VARIANCE > DL-CMP-LIMIT
060800              MOVE 'SFORATO' TO DL-CL-FLAG
060900          END-IF
061000      END-IF.
061100      DISPLAY DL-COMPARE-LINE.
061200      IF DL-CL-FLAG = SPACES OR NOT DL-CMP-LOG
061300          GO TO 4200-COMPARE-EXIT
061400      END-IF.
061500      ADD 1 TO DL-FLAG-COUNT.
061600      MOVE DL-CL-FLAG TO DL-EX-WHAT.
061700      MOVE DL-CMP-LABEL TO DL-EX-LABEL.
061800      MOVE DL-CMP-BUDGET TO DL-EX-BUDGET.
061900      MOVE DL-CMP-ACTUAL TO DL-EX-ACTUAL.
062000      MOVE 4 TO EX-SEVERITY.
062100      MOVE SPACES TO EX-KEY.
062200      MOVE DL-CC-CODE(DL-C) TO EX-KEY(1:4).
062300      MOVE DL-WANTED-MONTH TO EX-KEY(5:6).
062400      MOVE DL-EX-MESSAGE TO EX-MESSAGE.
062500      PERFORM 9800-WRITE-EXCEPTION THRU 9800-WRITE-EXCEPTION-EXIT.
062600      IF RETURN-CODE < 4
062700          MOVE 4 TO RETURN-CODE
062800      END-IF.
062900  4200-COMPARE-EXIT.
063000      EXIT.
063100****************************************************************
063200*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
063300*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
063400*  BATCH STEPS.
063500****************************************************************
063600  9700-OPEN-EXCEPTION-FILE.
063700      OPEN EXTEND EXCEPTION-FILE.
063800      IF DL-EXC-FILE-STATUS = '35'
063900          OPEN OUTPUT EXCEPTION-FILE
064000          CLOSE EXCEPTION-FILE
064100          OPEN EXTEND EXCEPTION-FILE
064200      END-IF.
064300  9700-OPEN-EXCEPTION-FILE-EXIT.
064400      EXIT.
064500  9800-WRITE-EXCEPTION.
064600      MOVE 'CCBUDRPT' TO EX-PROGRAM-ID.
064700      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
064800      ACCEPT EX-RUN-TIME FROM TIME.
064900      MOVE 'N' TO EX-ACK-FLAG.
065000      MOVE SPACES TO EX-ACK-OPERATOR.
065100      MOVE 0 TO EX-ACK-DATE.
065200      MOVE SPACES TO EX-ACK-NOTE.
065300      WRITE EXCEPTION-RECORD.
065400  9800-WRITE-EXCEPTION-EXIT.
065500      EXIT.
065600****************************************************************
065700*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
065800****************************************************************
065900  COPY RPTHDRP.
