000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYDIST.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  PAYDIST
000900*  PAY-DISTRIBUTION STATISTICS PER COST CENTER FOR HR.  EVERY
001000*  ACTIVE EMPLOYEE ON EMPMAST IS TAKEN WITH HIS DAILY STIPENDIO
001100*  AND THE GROSS THE PAY REGISTER HOLDS FOR HIM FOR THE RUNCTL
001200*  WEEK (KEY MATRICOLA + RN-PERIOD-END; NONE FOR A MONTHLY-PAID
001300*  EMPLOYEE OR ONE NOT PAID THIS WEEK).  THE FIGURES ARE WORKED
001400*  OUT WITH MAGGMIN'S STATISTICS PASS: SORT INTO A SORTED WORK
001500*  COPY, ONE SCAN FOR COUNT, SUM, MIN AND MAX, A SECOND READ TO
001600*  THE MIDDLE POSITIONS - HERE FOR EACH COST CENTER, AND FOR
001700*  THE QUARTILES AS WELL AS THE MEDIAN (Q1 AND Q3 ARE THE
001800*  MEDIANS OF THE LOWER AND UPPER HALF).  PRINTED PER CENTER:
001900*  HEADCOUNT, MINIMUM, Q1, MEDIAN, Q3, MAXIMUM AND MEAN OF THE
002000*  STIPENDIO, THE WEEK'S GROSS, AND EVERY EMPLOYEE WITH HIS
002100*  RANK, QUARTILE AND PLACE IN THE CENTER'S RANGE (0 = MINIMUM,
002200*  100 = MAXIMUM).
002300*  THE PAY-BAND SUMMARY FOR THE ANNUAL PAY-TRANSPARENCY RETURN
002400*  SPLITS THE WHOLE COMPANY INTO FOUR EQUAL-SIZED QUARTILE
002500*  BANDS BY STIPENDIO, WITH HEADCOUNT, RANGE AND MEAN PAY PER
002600*  BAND.  IT IS GENDER-NEUTRAL - EMPMAST CARRIES NO GENDER.
002700*  THE RATES ARE ALSO WRITTEN TO PAYDVALS (CENTS) IN THE
002800*  MAGVALS LAYOUT, SO MAGGMIN CAN BE RUN OVER THE REAL PAY
002900*  RATES BY POINTING ITS MAGVALS DD AT THAT FILE.
003000*  OPTIONAL STEP: NOTHING DOWNSTREAM READS ITS OUTPUT.
003100*  MOD HISTORY
003200*  15/10/2026 LG  NEW.
003210*  15/10/2026 LG  ONLY THE RUN'S COMPANY (RN-COMPANY, BLANK = 01)
003220*                 IS ANALYSED, AND ITS NAME HEADS THE REPORT.
003300****************************************************************
003400  ENVIRONMENT DIVISION.
003500  CONFIGURATION SECTION.
003600  SOURCE-COMPUTER. IBM-PC.
003700  OBJECT-COMPUTER. IBM-PC.
003800  INPUT-OUTPUT SECTION.
003900  FILE-CONTROL.
004000      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
004100          ORGANIZATION LINE SEQUENTIAL
004200          FILE STATUS IS DL-RC-FILE-STATUS.
004300      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004400          ORGANIZATION INDEXED
004500          ACCESS MODE DYNAMIC
004600          RECORD KEY EMP-MATRICOLA
004700          FILE STATUS IS DL-EMP-FILE-STATUS.
004800      SELECT PAY-REGISTER ASSIGN TO "PAYREG"
004900          ORGANIZATION INDEXED
005000          ACCESS MODE DYNAMIC
005100          RECORD KEY PR-KEY
005200          FILE STATUS IS DL-PR-FILE-STATUS.
005300      SELECT COST-CENTER-FILE ASSIGN TO "CCREF"
005400          ORGANIZATION INDEXED
005500          ACCESS MODE DYNAMIC
005600          RECORD KEY CC-CODE
005700          FILE STATUS IS DL-CC-FILE-STATUS.
005800      SELECT MAG-VALUES ASSIGN TO "PAYDVALS"
005900          ORGANIZATION LINE SEQUENTIAL
006000          FILE STATUS IS DL-MV-FILE-STATUS.
006100      SELECT BY-CENTER-FILE ASSIGN TO "PDSORTC"
006200          ORGANIZATION LINE SEQUENTIAL.
006300      SELECT BY-RATE-FILE ASSIGN TO "PDSORTR"
006400          ORGANIZATION LINE SEQUENTIAL.
006500      SELECT PD-SORT-WORK ASSIGN TO "PDWK".
006600      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
006700          ORGANIZATION LINE SEQUENTIAL
006800          FILE STATUS IS DL-EXC-FILE-STATUS.
006900*
007000  DATA DIVISION.
007100  FILE SECTION.
007200  FD  RUN-CONTROL.
007300  COPY RUNCTL.
007400  FD  EMPLOYEE-MASTER.
007500  01  EMPLOYEE-MASTER-RECORD.
007600      COPY EMPREC.
007700      05  EMP-WORK-DAY            PIC 9(01).
007800  FD  PAY-REGISTER.
007900  COPY PAYREG.
008000  FD  COST-CENTER-FILE.
008100  COPY CCREF.
008200  FD  MAG-VALUES.
008300  01  MAG-VALUES-RECORD           PIC S9(10)
008400                                  SIGN LEADING SEPARATE.
008500  FD  BY-CENTER-FILE.
008600  01  BY-CENTER-RECORD.
008700      05  BC-CC                   PIC X(04).
008800      05  BC-RATE                 PIC 9(07)V99.
008900      05  BC-MATRICOLA            PIC X(05).
009000      05  BC-NOME                 PIC X(20).
009100      05  BC-GROSS                PIC 9(07)V99.
009200      05  BC-PAID-SW              PIC X(01).
009300          88  BC-PAID                         VALUE 'Y'.
009400  FD  BY-RATE-FILE.
009500  01  BY-RATE-RECORD.
009600      05  BR-CC                   PIC X(04).
009700      05  BR-RATE                 PIC 9(07)V99.
009800      05  BR-MATRICOLA            PIC X(05).
009900      05  BR-NOME                 PIC X(20).
010000      05  BR-GROSS                PIC 9(07)V99.
010100      05  BR-PAID-SW              PIC X(01).
010200          88  BR-PAID                         VALUE 'Y'.
010300  SD  PD-SORT-WORK.
010400  01  PD-SORT-RECORD.
010500      05  PW-CC                   PIC X(04).
010600      05  PW-RATE                 PIC 9(07)V99.
010700      05  PW-MATRICOLA            PIC X(05).
010800      05  PW-NOME                 PIC X(20).
010900      05  PW-GROSS                PIC 9(07)V99.
011000      05  PW-PAID-SW              PIC X(01).
011100  FD  EXCEPTION-FILE.
011200  COPY EXCREC.
011300*
011400  WORKING-STORAGE SECTION.
011500  COPY RPTHDRW.
011600  01  DL-RC-FILE-STATUS            PIC X(02).
011700  01  DL-EMP-FILE-STATUS           PIC X(02).
011800  01  DL-PR-FILE-STATUS            PIC X(02).
011900  01  DL-CC-FILE-STATUS            PIC X(02).
012000  01  DL-MV-FILE-STATUS            PIC X(02).
012100  01  DL-EXC-FILE-STATUS           PIC X(02).
012200  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
012300      88  DL-END-OF-FILE                      VALUE 'Y'.
012400  01  DL-PAYREG-SW                 PIC X(01) VALUE 'N'.
012500      88  DL-PAYREG-AVAILABLE                 VALUE 'Y'.
012600  01  DL-CCREF-SW                  PIC X(01) VALUE 'N'.
012700      88  DL-CCREF-AVAILABLE                  VALUE 'Y'.
012800  01  DL-MAGVALS-SW                PIC X(01) VALUE 'N'.
012900      88  DL-MAGVALS-OPEN                     VALUE 'Y'.
013000  01  DL-PERIOD-END                PIC 9(08) VALUE 0.
013010  01  DL-RUN-COMPANY               PIC X(02) VALUE '01'.
013020  01  DL-EMP-COMPANY               PIC X(02).
013100  01  DL-EMP-COUNT                 PIC 9(05) VALUE 0.
013200  01  DL-PAID-COUNT                PIC 9(05) VALUE 0.
013300  01  DL-POS                       PIC 9(05).
013400*
013500*  ONE SLOT PER COST CENTER, FILLED IN SORTED ORDER.  THE SIX
013600*  POSITIONS ARE WHERE Q1, THE MEDIAN AND Q3 ARE READ; EACH
013700*  STATISTIC ADDS BOTH OF ITS VALUES AND IS HALVED AFTERWARDS.
013800*
013900  01  DL-CC-COUNT                  PIC 9(03) VALUE 0.
014000  01  DL-CC-TABLE.
014100      05  DL-CC-ENTRY OCCURS 200 TIMES.
014200          10  DL-CC-CODE           PIC X(04).
014300          10  DL-CC-EMPS           PIC 9(05).
014400          10  DL-CC-PAID           PIC 9(05).
014500          10  DL-CC-RATE-SUM       PIC 9(11)V99.
014600          10  DL-CC-GROSS-SUM      PIC 9(11)V99.
014700          10  DL-CC-MIN            PIC 9(07)V99.
014800          10  DL-CC-MAX            PIC 9(07)V99.
014900          10  DL-CC-Q1-POS-1       PIC 9(05).
015000          10  DL-CC-Q1-POS-2       PIC 9(05).
015100          10  DL-CC-MED-POS-1      PIC 9(05).
015200          10  DL-CC-MED-POS-2      PIC 9(05).
015300          10  DL-CC-Q3-POS-1       PIC 9(05).
015400          10  DL-CC-Q3-POS-2       PIC 9(05).
015500          10  DL-CC-Q1             PIC 9(08)V99.
015600          10  DL-CC-MEDIAN         PIC 9(08)V99.
015700          10  DL-CC-Q3             PIC 9(08)V99.
015800  01  DL-I                         PIC 9(03).
015900  01  DL-HALF                      PIC 9(05).
016000  01  DL-HALF-REM                  PIC 9(05).
016100  01  DL-QTR                       PIC 9(05).
016200  01  DL-QTR-REM                   PIC 9(05).
016300  01  DL-AVG                       PIC 9(07)V99.
016400  01  DL-GROSS-AVG                 PIC 9(07)V99.
016500  01  DL-RANGE-PCT                 PIC 9(03).
016600  01  DL-QUARTILE                  PIC 9(01).
016700*
016800*  COMPANY-WIDE QUARTILE PAY BANDS.
016900*
017000  01  DL-BAND-TABLE.
017100      05  DL-BAND-ENTRY OCCURS 4 TIMES.
017200          10  DL-BAND-EMPS         PIC 9(05).
017300          10  DL-BAND-PAID         PIC 9(05).
017400          10  DL-BAND-RATE-SUM     PIC 9(11)V99.
017500          10  DL-BAND-GROSS-SUM    PIC 9(11)V99.
017600          10  DL-BAND-MIN          PIC 9(07)V99.
017700          10  DL-BAND-MAX          PIC 9(07)V99.
017800  01  DL-B                         PIC 9(01).
017900  01  DL-BAND-WORK                 PIC 9(07).
018000  01  DL-BAND-NAME-TABLE.
018100      05  FILLER                   PIC X(12) VALUE 'INFERIORE   '.
018200      05  FILLER                   PIC X(12) VALUE 'MEDIO-BASSA '.
018300      05  FILLER                   PIC X(12) VALUE 'MEDIO-ALTA  '.
018400      05  FILLER                   PIC X(12) VALUE 'SUPERIORE   '.
018500  01  DL-BAND-NAME-R REDEFINES DL-BAND-NAME-TABLE.
018600      05  DL-BAND-NAME OCCURS 4 TIMES PIC X(12).
018700*
018800  01  DL-CC-NAME                   PIC X(30).
018900  01  DL-STAT-LINE.
019000      05  FILLER                   PIC X(04) VALUE SPACES.
019100      05  DL-SL-LABEL              PIC X(10).
019200      05  DL-SL-AMOUNT             PIC Z(07)9.99.
019300  01  DL-EMP-LINE.
019400      05  FILLER                   PIC X(04) VALUE SPACES.
019500      05  DL-EL-MATRICOLA          PIC X(05).
019600      05  FILLER                   PIC X(01) VALUE SPACE.
019700      05  DL-EL-NOME               PIC X(20).
019800      05  DL-EL-RATE               PIC Z(06)9.99.
019900      05  DL-EL-GROSS              PIC Z(06)9.99.
020000      05  DL-EL-GROSS-X REDEFINES DL-EL-GROSS
020100                                   PIC X(10).
020200      05  FILLER                   PIC X(02) VALUE SPACES.
020300      05  DL-EL-RANK               PIC ZZZZ9.
020400      05  FILLER                   PIC X(01) VALUE '/'.
020500      05  DL-EL-OF                 PIC 9(05).
020600      05  FILLER                   PIC X(03) VALUE ' Q'.
020700      05  DL-EL-QUARTILE           PIC 9(01).
020800      05  FILLER                   PIC X(01) VALUE SPACE.
020900      05  DL-EL-PCT                PIC ZZ9.
021000      05  DL-EL-PCT-X REDEFINES DL-EL-PCT
021100                                   PIC X(03).
021200  01  DL-BAND-LINE.
021300      05  FILLER                   PIC X(02) VALUE SPACES.
021400      05  DL-BL-NAME               PIC X(12).
021500      05  DL-BL-EMPS               PIC ZZZZ9.
021600      05  DL-BL-MIN                PIC Z(06)9.99.
021700      05  DL-BL-MAX                PIC Z(06)9.99.
021800      05  DL-BL-AVG                PIC Z(06)9.99.
021900      05  DL-BL-GROSS              PIC Z(06)9.99.
022000      05  DL-BL-GROSS-X REDEFINES DL-BL-GROSS
022100                                   PIC X(10).
022200*
022300  PROCEDURE DIVISION.
022400****************************************************************
022500*  0000-MAINLINE
022600****************************************************************
022700  0000-MAINLINE.
022800      MOVE 'PAYDIST' TO RH-PROGRAM-NAME.
022900      MOVE 'PAY DISTRIBUTION BY COST CENTER' TO RH-REPORT-TITLE.
023000      PERFORM 9700-OPEN-EXCEPTION-FILE
023100          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
023200      PERFORM 1000-READ-RUN-CONTROL
023300          THRU 1000-READ-RUN-CONTROL-EXIT.
023400      SORT PD-SORT-WORK
023500          ON ASCENDING KEY PW-CC PW-RATE PW-MATRICOLA
023600          INPUT PROCEDURE IS 2000-RELEASE-EMPLOYEES
023700              THRU 2000-RELEASE-EMPLOYEES-EXIT
023800          GIVING BY-CENTER-FILE.
023900      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
024000      IF DL-EMP-COUNT = 0
024100          DISPLAY 'NESSUN DIPENDENTE ATTIVO IN EMPMAST'
024200          IF RETURN-CODE < 4
024300              MOVE 4 TO RETURN-CODE
024400          END-IF
024500      ELSE
024600          PERFORM 3000-SCAN-CENTERS THRU 3000-SCAN-CENTERS-EXIT
024700          PERFORM 3100-SET-POSITIONS THRU 3100-SET-POSITIONS-EXIT
024800              VARYING DL-I FROM 1 BY 1 UNTIL DL-I > DL-CC-COUNT
024900          PERFORM 3200-READ-QUARTILES
025000              THRU 3200-READ-QUARTILES-EXIT
025100          PERFORM 4000-PRINT-CENTERS THRU 4000-PRINT-CENTERS-EXIT
025200          SORT PD-SORT-WORK
025300              ON ASCENDING KEY PW-RATE PW-MATRICOLA
025400              USING BY-CENTER-FILE
025500              GIVING BY-RATE-FILE
025600          PERFORM 5000-PAY-BANDS THRU 5000-PAY-BANDS-EXIT
025700      END-IF.
025800      DISPLAY ' '.
025900      DISPLAY 'DIPENDENTI ATTIVI      : ' DL-EMP-COUNT.
026000      DISPLAY 'PAGATI NELLA SETTIMANA : ' DL-PAID-COUNT.
026100      DISPLAY 'CENTRI DI COSTO        : ' DL-CC-COUNT.
026200      IF DL-PAYREG-AVAILABLE AND DL-PAID-COUNT = 0
026300              AND DL-EMP-COUNT > 0
026400          DISPLAY 'NESSUN LORDO IN PAYREG PER IL PERIODO AL '
026500              DL-PERIOD-END ' - REGISTRO NON ANCORA AGGIORNATO?'
026600          IF RETURN-CODE < 4
026700              MOVE 4 TO RETURN-CODE
026800          END-IF
026900      END-IF.
027000      CLOSE EXCEPTION-FILE.
027100      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
027200      GOBACK.
027300****************************************************************
027400*  1000-READ-RUN-CONTROL
027500*  THE WEEK WHOSE REGISTER GROSS IS SHOWN.  WITHOUT RUNCTL THE
027600*  REPORT STILL RUNS ON THE STIPENDI ALONE (RC 4).
027700****************************************************************
027800  1000-READ-RUN-CONTROL.
027900      OPEN INPUT RUN-CONTROL.
028000      IF DL-RC-FILE-STATUS NOT = '00'
028100          DISPLAY 'RUNCTL NON DISPONIBILE - LORDO SETTIMANALE '
028200              'NON RIPORTATO'
028300          IF RETURN-CODE < 4
028400              MOVE 4 TO RETURN-CODE
028500          END-IF
028600          GO TO 1000-READ-RUN-CONTROL-EXIT
028700      END-IF.
028800      READ RUN-CONTROL
028900          AT END
029000              CONTINUE
029100          NOT AT END
029200              MOVE RN-PERIOD-END TO DL-PERIOD-END
029210              IF RN-COMPANY NOT = SPACES
029220                  MOVE RN-COMPANY TO DL-RUN-COMPANY
029230              END-IF
029250              MOVE DL-RUN-COMPANY TO RH-COMPANY-CODE
029300      END-READ.
029400      CLOSE RUN-CONTROL.
029500  1000-READ-RUN-CONTROL-EXIT.
029600      EXIT.
029700****************************************************************
029800*  2000-RELEASE-EMPLOYEES
029900*  SORT INPUT PROCEDURE: ONE RECORD PER ACTIVE EMPLOYEE, WITH
030000*  THE WEEK'S REGISTER GROSS WHEN THERE IS ONE.  EACH RATE ALSO
030100*  GOES TO PAYDVALS FOR MAGGMIN.
030200****************************************************************
030300  2000-RELEASE-EMPLOYEES.
030400      OPEN INPUT EMPLOYEE-MASTER.
030500      IF DL-EMP-FILE-STATUS NOT = '00'
030600          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
030700              DL-EMP-FILE-STATUS
030800          MOVE 8 TO EX-SEVERITY
030900          MOVE SPACES TO EX-KEY
031000          MOVE 'APERTURA EMPMAST FALLITA' TO EX-MESSAGE
031100          PERFORM 9800-WRITE-EXCEPTION
031200              THRU 9800-WRITE-EXCEPTION-EXIT
031300          MOVE 8 TO RETURN-CODE
031400          GO TO 2000-RELEASE-EMPLOYEES-EXIT
031500      END-IF.
031600      IF DL-PERIOD-END > 0
031700          OPEN INPUT PAY-REGISTER
031800          IF DL-PR-FILE-STATUS = '00'
031900              MOVE 'Y' TO DL-PAYREG-SW
032000          ELSE
032100              DISPLAY 'PAYREG NON DISPONIBILE - LORDO '
032200                  'SETTIMANALE NON RIPORTATO'
032300              MOVE 4 TO EX-SEVERITY
032400              MOVE SPACES TO EX-KEY
032500              MOVE 'PAYREG ASSENTE - DISTRIBUZIONE SENZA LORDO'
032600                  TO EX-MESSAGE
032700              PERFORM 9800-WRITE-EXCEPTION
032800                  THRU 9800-WRITE-EXCEPTION-EXIT
032900              IF RETURN-CODE < 4
033000                  MOVE 4 TO RETURN-CODE
033100              END-IF
033200          END-IF
033300      END-IF.
033400      OPEN OUTPUT MAG-VALUES.
033500      IF DL-MV-FILE-STATUS = '00'
033600          MOVE 'Y' TO DL-MAGVALS-SW
033700      END-IF.
033800      MOVE 'N' TO DL-EOF-SW.
033900      MOVE LOW-VALUES TO EMP-MATRICOLA.
034000      START EMPLOYEE-MASTER KEY NOT < EMP-MATRICOLA
034100          INVALID KEY
034200              MOVE 'Y' TO DL-EOF-SW
034300      END-START.
034400      PERFORM 2100-RELEASE-ONE-EMPLOYEE
034500          THRU 2100-RELEASE-ONE-EMPLOYEE-EXIT
034600          UNTIL DL-END-OF-FILE.
034700      CLOSE EMPLOYEE-MASTER.
034800      IF DL-PAYREG-AVAILABLE
034900          CLOSE PAY-REGISTER
035000      END-IF.
035100      IF DL-MAGVALS-OPEN
035200          CLOSE MAG-VALUES
035300      END-IF.
035400  2000-RELEASE-EMPLOYEES-EXIT.
035500      EXIT.
035600  2100-RELEASE-ONE-EMPLOYEE.
035700      READ EMPLOYEE-MASTER NEXT RECORD
035800          AT END
035900              MOVE 'Y' TO DL-EOF-SW
036000              GO TO 2100-RELEASE-ONE-EMPLOYEE-EXIT
036100      END-READ.
036200      IF NOT EMP-ACTIVE
036300          GO TO 2100-RELEASE-ONE-EMPLOYEE-EXIT
036400      END-IF.
036410      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
036420      IF DL-EMP-COMPANY = SPACES
036430          MOVE '01' TO DL-EMP-COMPANY
036440      END-IF.
036450      IF DL-EMP-COMPANY NOT = DL-RUN-COMPANY
036460          GO TO 2100-RELEASE-ONE-EMPLOYEE-EXIT
036470      END-IF.
036500      MOVE EMP-COST-CENTER TO PW-CC.
036600      MOVE EMP-STIPENDIO TO PW-RATE.
036700      MOVE EMP-MATRICOLA TO PW-MATRICOLA.
036800      MOVE EMP-NOME TO PW-NOME.
036900      MOVE 0 TO PW-GROSS.
037000      MOVE 'N' TO PW-PAID-SW.
037100      IF DL-PAYREG-AVAILABLE
037200          MOVE EMP-MATRICOLA TO PR-MATRICOLA
037300          MOVE DL-PERIOD-END TO PR-PERIOD-END
037400          READ PAY-REGISTER
037500              INVALID KEY
037600                  CONTINUE
037700              NOT INVALID KEY
037800                  MOVE PR-GROSS TO PW-GROSS
037900                  MOVE 'Y' TO PW-PAID-SW
038000                  ADD 1 TO DL-PAID-COUNT
038100          END-READ
038200      END-IF.
038300      RELEASE PD-SORT-RECORD.
038400      ADD 1 TO DL-EMP-COUNT.
038500      IF DL-MAGVALS-OPEN
038600          COMPUTE MAG-VALUES-RECORD = EMP-STIPENDIO * 100
038700          WRITE MAG-VALUES-RECORD
038800      END-IF.
038900  2100-RELEASE-ONE-EMPLOYEE-EXIT.
039000      EXIT.
039100****************************************************************
039200*  3000-SCAN-CENTERS
039300*  FIRST PASS OVER THE SORTED COPY: COUNT, SUMS, MIN AND MAX PER
039400*  CENTER.  SORTED ORDER MAKES MIN THE FIRST RECORD OF A CENTER
039500*  AND MAX THE LAST.  A FULL TABLE IS FATAL.
039600****************************************************************
039700  3000-SCAN-CENTERS.
039800      MOVE 'N' TO DL-EOF-SW.
039900      OPEN INPUT BY-CENTER-FILE.
040000      PERFORM 3010-SCAN-ONE THRU 3010-SCAN-ONE-EXIT
040100          UNTIL DL-END-OF-FILE.
040200      CLOSE BY-CENTER-FILE.
040300  3000-SCAN-CENTERS-EXIT.
040400      EXIT.
040500  3010-SCAN-ONE.
040600      READ BY-CENTER-FILE
040700          AT END
040800              MOVE 'Y' TO DL-EOF-SW
040900              GO TO 3010-SCAN-ONE-EXIT
041000      END-READ.
041100      IF DL-CC-COUNT = 0 OR BC-CC NOT = DL-CC-CODE(DL-CC-COUNT)
041200          IF DL-CC-COUNT >= 200
041300              DISPLAY 'TABELLA CENTRI DI COSTO PIENA - '
041400                  'ELABORAZIONE INTERROTTA'
041500              MOVE 8 TO EX-SEVERITY
041600              MOVE BC-CC TO EX-KEY
041700              MOVE 'TABELLA CENTRI DI COSTO PIENA' TO EX-MESSAGE
041800              PERFORM 9800-WRITE-EXCEPTION
041900                  THRU 9800-WRITE-EXCEPTION-EXIT
042000              CLOSE BY-CENTER-FILE
042100              CLOSE EXCEPTION-FILE
042200              MOVE 8 TO RETURN-CODE
042300              GOBACK
042400          END-IF
042500          ADD 1 TO DL-CC-COUNT
042600          MOVE BC-CC TO DL-CC-CODE(DL-CC-COUNT)
042700          MOVE 0 TO DL-CC-EMPS(DL-CC-COUNT)
042800          MOVE 0 TO DL-CC-PAID(DL-CC-COUNT)
042900          MOVE 0 TO DL-CC-RATE-SUM(DL-CC-COUNT)
043000          MOVE 0 TO DL-CC-GROSS-SUM(DL-CC-COUNT)
043100          MOVE BC-RATE TO DL-CC-MIN(DL-CC-COUNT)
043200          MOVE 0 TO DL-CC-Q1(DL-CC-COUNT)
043300          MOVE 0 TO DL-CC-MEDIAN(DL-CC-COUNT)
043400          MOVE 0 TO DL-CC-Q3(DL-CC-COUNT)
043500      END-IF.
043600      ADD 1 TO DL-CC-EMPS(DL-CC-COUNT).
043700      ADD BC-RATE TO DL-CC-RATE-SUM(DL-CC-COUNT).
043800      MOVE BC-RATE TO DL-CC-MAX(DL-CC-COUNT).
043900      IF BC-PAID
044000          ADD 1 TO DL-CC-PAID(DL-CC-COUNT)
044100          ADD BC-GROSS TO DL-CC-GROSS-SUM(DL-CC-COUNT)
044200      END-IF.
044300  3010-SCAN-ONE-EXIT.
044400      EXIT.
044500****************************************************************
044600*  3100-SET-POSITIONS
044700*  WHERE THE MEDIAN AND QUARTILES SIT IN A CENTER OF N: THE
044800*  MEDIAN IS THE MIDDLE RECORD (ODD N) OR THE MEAN OF THE TWO
044900*  MIDDLE ONES (EVEN N), AS IN MAGGMIN.  Q1 IS THE MEDIAN OF
045000*  THE LOWER N/2 RECORDS, Q3 OF THE UPPER N/2.  A CENTER OF ONE
045100*  HAS ALL THREE ON ITS ONLY RECORD.
045200****************************************************************
045300  3100-SET-POSITIONS.
045400      DIVIDE DL-CC-EMPS(DL-I) BY 2 GIVING DL-HALF
045500          REMAINDER DL-HALF-REM.
045600      IF DL-HALF-REM = 0
045700          MOVE DL-HALF TO DL-CC-MED-POS-1(DL-I)
045800          COMPUTE DL-CC-MED-POS-2(DL-I) = DL-HALF + 1
045900      ELSE
046000          COMPUTE DL-CC-MED-POS-1(DL-I) = DL-HALF + 1
046100          MOVE DL-CC-MED-POS-1(DL-I) TO DL-CC-MED-POS-2(DL-I)
046200      END-IF.
046300      IF DL-HALF = 0
046400          MOVE 1 TO DL-CC-Q1-POS-1(DL-I)
046500          MOVE 1 TO DL-CC-Q1-POS-2(DL-I)
046600          MOVE 1 TO DL-CC-Q3-POS-1(DL-I)
046700          MOVE 1 TO DL-CC-Q3-POS-2(DL-I)
046800          GO TO 3100-SET-POSITIONS-EXIT
046900      END-IF.
047000      DIVIDE DL-HALF BY 2 GIVING DL-QTR REMAINDER DL-QTR-REM.
047100      IF DL-QTR-REM = 0
047200          MOVE DL-QTR TO DL-CC-Q1-POS-1(DL-I)
047300          COMPUTE DL-CC-Q1-POS-2(DL-I) = DL-QTR + 1
047400      ELSE
047500          COMPUTE DL-CC-Q1-POS-1(DL-I) = DL-QTR + 1
047600          MOVE DL-CC-Q1-POS-1(DL-I) TO DL-CC-Q1-POS-2(DL-I)
047700      END-IF.
047800      COMPUTE DL-CC-Q3-POS-1(DL-I) = DL-CC-Q1-POS-1(DL-I)
047900          + DL-CC-EMPS(DL-I) - DL-HALF.
048000      COMPUTE DL-CC-Q3-POS-2(DL-I) = DL-CC-Q1-POS-2(DL-I)
048100          + DL-CC-EMPS(DL-I) - DL-HALF.
048200  3100-SET-POSITIONS-EXIT.
048300      EXIT.
048400****************************************************************
048500*  3200-READ-QUARTILES
048600*  SECOND PASS: PICKS UP THE VALUES AT THE SIX POSITIONS OF
048700*  EVERY CENTER AND HALVES EACH PAIR.
048800****************************************************************
048900  3200-READ-QUARTILES.
049000      MOVE 'N' TO DL-EOF-SW.
049100      MOVE 0 TO DL-I.
049200      OPEN INPUT BY-CENTER-FILE.
049300      PERFORM 3210-READ-ONE-POSITION
049400          THRU 3210-READ-ONE-POSITION-EXIT
049500          UNTIL DL-END-OF-FILE.
049600      CLOSE BY-CENTER-FILE.
049700      PERFORM 3220-HALVE-ONE-CENTER
049800          THRU 3220-HALVE-ONE-CENTER-EXIT
049900          VARYING DL-I FROM 1 BY 1 UNTIL DL-I > DL-CC-COUNT.
050000  3200-READ-QUARTILES-EXIT.
050100      EXIT.
050200  3210-READ-ONE-POSITION.
050300      READ BY-CENTER-FILE
050400          AT END
050500              MOVE 'Y' TO DL-EOF-SW
050600              GO TO 3210-READ-ONE-POSITION-EXIT
050700      END-READ.
050800      IF DL-I = 0 OR BC-CC NOT = DL-CC-CODE(DL-I)
050900          ADD 1 TO DL-I
051000          MOVE 0 TO DL-POS
051100      END-IF.
051200      ADD 1 TO DL-POS.
051300      IF DL-POS = DL-CC-Q1-POS-1(DL-I)
051400          ADD BC-RATE TO DL-CC-Q1(DL-I)
051500      END-IF.
051600      IF DL-POS = DL-CC-Q1-POS-2(DL-I)
051700          ADD BC-RATE TO DL-CC-Q1(DL-I)
051800      END-IF.
051900      IF DL-POS = DL-CC-MED-POS-1(DL-I)
052000          ADD BC-RATE TO DL-CC-MEDIAN(DL-I)
052100      END-IF.
052200      IF DL-POS = DL-CC-MED-POS-2(DL-I)
052300          ADD BC-RATE TO DL-CC-MEDIAN(DL-I)
052400      END-IF.
052500      IF DL-POS = DL-CC-Q3-POS-1(DL-I)
052600          ADD BC-RATE TO DL-CC-Q3(DL-I)
052700      END-IF.
052800      IF DL-POS = DL-CC-Q3-POS-2(DL-I)
052900          ADD BC-RATE TO DL-CC-Q3(DL-I)
053000      END-IF.
053100  3210-READ-ONE-POSITION-EXIT.
053200      EXIT.
053300  3220-HALVE-ONE-CENTER.
053400      COMPUTE DL-CC-Q1(DL-I) ROUNDED = DL-CC-Q1(DL-I) / 2.
053500      COMPUTE DL-CC-MEDIAN(DL-I) ROUNDED = DL-CC-MEDIAN(DL-I) / 2.
053600      COMPUTE DL-CC-Q3(DL-I) ROUNDED = DL-CC-Q3(DL-I) / 2.
053700  3220-HALVE-ONE-CENTER-EXIT.
053800      EXIT.
053900****************************************************************
054000*  4000-PRINT-CENTERS
054100*  THIRD PASS: AT EACH NEW CENTER ITS STATISTICS BLOCK, THEN ONE
054200*  LINE PER EMPLOYEE IN ASCENDING STIPENDIO ORDER.
054300****************************************************************
054400  4000-PRINT-CENTERS.
054500      OPEN INPUT COST-CENTER-FILE.
054600      IF DL-CC-FILE-STATUS = '00'
054700          MOVE 'Y' TO DL-CCREF-SW
054800      ELSE
054900          DISPLAY 'CCREF NON DISPONIBILE - NESSUNA '
055000              'DESCRIZIONE'
055100      END-IF.
055200      MOVE 'N' TO DL-EOF-SW.
055300      MOVE 0 TO DL-I.
055400      OPEN INPUT BY-CENTER-FILE.
055500      PERFORM 4010-PRINT-ONE-EMPLOYEE
055600          THRU 4010-PRINT-ONE-EMPLOYEE-EXIT
055700          UNTIL DL-END-OF-FILE.
055800      CLOSE BY-CENTER-FILE.
055900      IF DL-CCREF-AVAILABLE
056000          CLOSE COST-CENTER-FILE
056100      END-IF.
056200  4000-PRINT-CENTERS-EXIT.
056300      EXIT.
056400  4010-PRINT-ONE-EMPLOYEE.
056500      READ BY-CENTER-FILE
056600          AT END
056700              MOVE 'Y' TO DL-EOF-SW
056800              GO TO 4010-PRINT-ONE-EMPLOYEE-EXIT
056900      END-READ.
057000      IF DL-I = 0 OR BC-CC NOT = DL-CC-CODE(DL-I)
057100          ADD 1 TO DL-I
057200          MOVE 0 TO DL-POS
057300          PERFORM 4100-PRINT-CENTER-STATS
057400              THRU 4100-PRINT-CENTER-STATS-EXIT
057500      END-IF.
057600      ADD 1 TO DL-POS.
057700      MOVE BC-MATRICOLA TO DL-EL-MATRICOLA.
057800      MOVE BC-NOME TO DL-EL-NOME.
057900      MOVE BC-RATE TO DL-EL-RATE.
058000      IF BC-PAID
058100          MOVE BC-GROSS TO DL-EL-GROSS
058200      ELSE
058300          MOVE '       N/P' TO DL-EL-GROSS-X
058400      END-IF.
058500      MOVE DL-POS TO DL-EL-RANK.
058600      MOVE DL-CC-EMPS(DL-I) TO DL-EL-OF.
058700      EVALUATE TRUE
058800          WHEN BC-RATE NOT > DL-CC-Q1(DL-I)
058900              MOVE 1 TO DL-QUARTILE
059000          WHEN BC-RATE NOT > DL-CC-MEDIAN(DL-I)
059100              MOVE 2 TO DL-QUARTILE
059200          WHEN BC-RATE NOT > DL-CC-Q3(DL-I)
059300              MOVE 3 TO DL-QUARTILE
059400          WHEN OTHER
059500              MOVE 4 TO DL-QUARTILE
059600      END-EVALUATE.
059700      MOVE DL-QUARTILE TO DL-EL-QUARTILE.
059800      IF DL-CC-MAX(DL-I) > DL-CC-MIN(DL-I)
059900          COMPUTE DL-RANGE-PCT ROUNDED =
060000              (BC-RATE - DL-CC-MIN(DL-I)) * 100
060100              / (DL-CC-MAX(DL-I) - DL-CC-MIN(DL-I))
060200          MOVE DL-RANGE-PCT TO DL-EL-PCT
060300      ELSE
060400          MOVE '  -' TO DL-EL-PCT-X
060500      END-IF.
060600      DISPLAY DL-EMP-LINE.
060700  4010-PRINT-ONE-EMPLOYEE-EXIT.
060800      EXIT.
060900  4100-PRINT-CENTER-STATS.
061000      MOVE SPACES TO DL-CC-NAME.
061100      IF DL-CCREF-AVAILABLE
061200          MOVE DL-CC-CODE(DL-I) TO CC-CODE
061300          READ COST-CENTER-FILE
061400              INVALID KEY
061500                  MOVE '*** NON IN CCREF ***' TO DL-CC-NAME
061600              NOT INVALID KEY
061700                  MOVE CC-DESC TO DL-CC-NAME
061800          END-READ
061900      END-IF.
062000      DISPLAY ' '.
062100      DISPLAY 'CENTRO ' DL-CC-CODE(DL-I) ' ' DL-CC-NAME
062200          '  DIPENDENTI ' DL-CC-EMPS(DL-I)
062300          '  PAGATI SETTIMANA ' DL-CC-PAID(DL-I).
062400      DISPLAY '  STIPENDIO GIORNALIERO'.
062500      MOVE 'MINIMO' TO DL-SL-LABEL.
062600      MOVE DL-CC-MIN(DL-I) TO DL-SL-AMOUNT.
062700      DISPLAY DL-STAT-LINE.
062800      MOVE 'Q1' TO DL-SL-LABEL.
062900      MOVE DL-CC-Q1(DL-I) TO DL-SL-AMOUNT.
063000      DISPLAY DL-STAT-LINE.
063100      MOVE 'MEDIANA' TO DL-SL-LABEL.
063200      MOVE DL-CC-MEDIAN(DL-I) TO DL-SL-AMOUNT.
063300      DISPLAY DL-STAT-LINE.
063400      MOVE 'Q3' TO DL-SL-LABEL.
063500      MOVE DL-CC-Q3(DL-I) TO DL-SL-AMOUNT.
063600      DISPLAY DL-STAT-LINE.
063700      MOVE 'MASSIMO' TO DL-SL-LABEL.
063800      MOVE DL-CC-MAX(DL-I) TO DL-SL-AMOUNT.
063900      DISPLAY DL-STAT-LINE.
064000      COMPUTE DL-AVG ROUNDED =
064100          DL-CC-RATE-SUM(DL-I) / DL-CC-EMPS(DL-I).
064200      MOVE 'MEDIA' TO DL-SL-LABEL.
064300      MOVE DL-AVG TO DL-SL-AMOUNT.
064400      DISPLAY DL-STAT-LINE.
064500      IF DL-CC-PAID(DL-I) > 0
064600          DISPLAY '  LORDO DELLA SETTIMANA AL ' DL-PERIOD-END
064700          MOVE 'TOTALE' TO DL-SL-LABEL
064800          MOVE DL-CC-GROSS-SUM(DL-I) TO DL-SL-AMOUNT
064900          DISPLAY DL-STAT-LINE
065000          COMPUTE DL-GROSS-AVG ROUNDED =
065100              DL-CC-GROSS-SUM(DL-I) / DL-CC-PAID(DL-I)
065200          MOVE 'MEDIA' TO DL-SL-LABEL
065300          MOVE DL-GROSS-AVG TO DL-SL-AMOUNT
065400          DISPLAY DL-STAT-LINE
065500      END-IF.
065600      DISPLAY '    MATR. NOME                 STIPENDIO'
065700          '     LORDO   POSIZ.   Q  % FASCIA'.
065800  4100-PRINT-CENTER-STATS-EXIT.
065900      EXIT.
066000****************************************************************
066100*  5000-PAY-BANDS
066200*  THE PAY-TRANSPARENCY SUMMARY.  THE WHOLE COMPANY, SORTED BY
066300*  STIPENDIO, IS CUT INTO FOUR BANDS OF EQUAL HEADCOUNT: RECORD
066400*  P OF N FALLS IN BAND ((P - 1) * 4 / N) + 1.  NO GENDER SPLIT.
066500****************************************************************
066600  5000-PAY-BANDS.
066700      INITIALIZE DL-BAND-TABLE.
066800      MOVE 'N' TO DL-EOF-SW.
066900      MOVE 0 TO DL-POS.
067000      OPEN INPUT BY-RATE-FILE.
067100      PERFORM 5010-BAND-ONE THRU 5010-BAND-ONE-EXIT
067200          UNTIL DL-END-OF-FILE.
067300      CLOSE BY-RATE-FILE.
067400      DISPLAY ' '.
067500      DISPLAY 'FASCE RETRIBUTIVE AZIENDALI (QUARTILI, SENZA '
067600          'DISTINZIONE DI GENERE)'.
067700      DISPLAY '  FASCIA       DIP.    MINIMO   MASSIMO     MEDIA'
067800          ' LORDO MED'.
067900      PERFORM 5100-PRINT-ONE-BAND THRU 5100-PRINT-ONE-BAND-EXIT
068000          VARYING DL-B FROM 1 BY 1 UNTIL DL-B > 4.
068100  5000-PAY-BANDS-EXIT.
068200      EXIT.
068300  5010-BAND-ONE.
068400      READ BY-RATE-FILE
068500          AT END
068600              MOVE 'Y' TO DL-EOF-SW
068700              GO TO 5010-BAND-ONE-EXIT
068800      END-READ.
068900      ADD 1 TO DL-POS.
069000      COMPUTE DL-BAND-WORK = (DL-POS - 1) * 4 / DL-EMP-COUNT.
069100      COMPUTE DL-B = DL-BAND-WORK + 1.
069200      IF DL-BAND-EMPS(DL-B) = 0
069300          MOVE BR-RATE TO DL-BAND-MIN(DL-B)
069400      END-IF.
069500      ADD 1 TO DL-BAND-EMPS(DL-B).
069600      ADD BR-RATE TO DL-BAND-RATE-SUM(DL-B).
069700      MOVE BR-RATE TO DL-BAND-MAX(DL-B).
069800      IF BR-PAID
069900          ADD 1 TO DL-BAND-PAID(DL-B)
070000          ADD BR-GROSS TO DL-BAND-GROSS-SUM(DL-B)
070100      END-IF.
070200  5010-BAND-ONE-EXIT.
070300      EXIT.
070400  5100-PRINT-ONE-BAND.
070500      MOVE DL-BAND-NAME(DL-B) TO DL-BL-NAME.
070600      MOVE DL-BAND-EMPS(DL-B) TO DL-BL-EMPS.
070700      MOVE DL-BAND-MIN(DL-B) TO DL-BL-MIN.
070800      MOVE DL-BAND-MAX(DL-B) TO DL-BL-MAX.
070900      IF DL-BAND-EMPS(DL-B) > 0
071000          COMPUTE DL-AVG ROUNDED =
071100              DL-BAND-RATE-SUM(DL-B) / DL-BAND-EMPS(DL-B)
071200      ELSE
071300          MOVE 0 TO DL-AVG
071400      END-IF.
071500      MOVE DL-AVG TO DL-BL-AVG.
071600      IF DL-BAND-PAID(DL-B) > 0
071700          COMPUTE DL-GROSS-AVG ROUNDED =
071800              DL-BAND-GROSS-SUM(DL-B) / DL-BAND-PAID(DL-B)
071900          MOVE DL-GROSS-AVG TO DL-BL-GROSS
072000      ELSE
072100          MOVE '       N/P' TO DL-BL-GROSS-X
072200      END-IF.
072300      DISPLAY DL-BAND-LINE.
072400  5100-PRINT-ONE-BAND-EXIT.
072500      EXIT.
072600****************************************************************
072700*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
072800*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
072900*  BATCH STEPS.
073000****************************************************************
073100  9700-OPEN-EXCEPTION-FILE.
073200      OPEN EXTEND EXCEPTION-FILE.
073300      IF DL-EXC-FILE-STATUS = '35'
073400          OPEN OUTPUT EXCEPTION-FILE
073500          CLOSE EXCEPTION-FILE
073600          OPEN EXTEND EXCEPTION-FILE
073700      END-IF.
073800  9700-OPEN-EXCEPTION-FILE-EXIT.
073900      EXIT.
074000  9800-WRITE-EXCEPTION.
074100      MOVE 'PAYDIST' TO EX-PROGRAM-ID.
074200      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
074300      ACCEPT EX-RUN-TIME FROM TIME.
074400      MOVE 'N' TO EX-ACK-FLAG.
074500      MOVE SPACES TO EX-ACK-OPERATOR.
074600      MOVE 0 TO EX-ACK-DATE.
074700      MOVE SPACES TO EX-ACK-NOTE.
074800      WRITE EXCEPTION-RECORD.
074900  9800-WRITE-EXCEPTION-EXIT.
075000      EXIT.
075100****************************************************************
075200*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
075300****************************************************************
075400  COPY RPTHDRP.
