000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LULPRT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  LULPRT
000900*  LIBRO UNICO DEL LAVORO - MONTHLY REGISTER PRINT.  FOR THE
001000*  MONTH ON THE FIRST SYSIN CARD (AAAAMM) AND THE COMPANY ON
001100*  RUNCTL (RUNSEL), PRINTS TO LULRPT ONE SECTION PER EMPLOYEE,
001200*  EACH STARTING ON A NEW PAGE:
001300*    PRESENZE  - EVERY DAY PAID IN THE MONTH, FROM THE DAY
001400*                HISTORY PDHIST (EVERY PAY RUN'S PAYDTL, APPENDED
001500*                BEHIND PAYREGU): DATE, WEEKDAY, CAUSALE
001600*                (LAVORATO/FERIE/MALATTIA/PERMESSO), HOURS,
001700*                OVERTIME HOURS, HOLIDAY FLAG AND AMOUNT, WITH THE
001800*                DAY COUNTS AND HOUR TOTALS FOR THE MONTH.  A RUN
001900*                APPENDED TWICE (A RERUN) COUNTS ONLY ITS LAST
002000*                COPY OF A DAY.
002100*    ELEMENTI  - EVERY PAY REGISTER PERIOD (PAYREG.CPY) ENDING IN
002200*                THE MONTH - WEEKLY, MONTHLY AND OFF-CYCLE ALIKE -
002300*                AS COMPETENZE (GROSS, TREDICESIMA, EXPENSES, NET,
002400*                EMPLOYER CONTRIBUTIONS) AND TRATTENUTE (TAX,
002500*                SOCIAL, UNION, LOANS, GARNISHMENTS), WITH THE
002600*                MONTH TOTALS.
002700*  AN EMPLOYEE WITH NEITHER DAYS NOR PERIODS IN THE MONTH IS NOT
002800*  PRINTED.  SETTLEMENT LINES (DAY CODE 0) ARE NOT DAYS: THEIR
002900*  AMOUNTS REACH THE LUL THROUGH THE OFF-CYCLE PERIOD.
003000*  PAGES ARE NUMBERED AAAA/NNNNN, FROM 1 THROUGH THE YEAR PER
003100*  COMPANY, AND EACH COMPLETED PRINT IS APPENDED TO THE PAGE
003200*  REGISTER LULPAGE (LULPAGE.CPY) WITH ITS FIRST AND LAST PAGE;
003300*  THE NEXT PRINT STARTS AT THE HIGHEST PAGE REGISTERED FOR THE
003400*  COMPANY AND YEAR PLUS 1.  A MONTH ALREADY ON THE REGISTER IS
003500*  ONLY PRINTED AGAIN WITH R ON THE SECOND CARD: THE REPRINT
003600*  TAKES NEW NUMBERS, SAYS RISTAMPA ON EVERY PAGE AND IS
003700*  REGISTERED AS SUCH, SO NO NUMBER IS USED TWICE OR SKIPPED.
003800*  A FIRST PRINT OF A MONTH EARLIER THAN ONE ALREADY PRINTED IN
003900*  THE YEAR IS REFUSED.  A PRINT THAT DOES NOT COMPLETE IS NOT
004000*  REGISTERED - DESTROY IT; ITS NUMBERS ARE USED AGAIN.
004100*  RC 8 = NOTHING PRINTED (OR THE PAGES COULD NOT BE
004200*  REGISTERED); RC 4 = PRINTED, SEE EXCFILE (DAYS OF A MATRICOLA
004300*  NOT ON EMPMAST, TOO MANY PERIODS, A GAP IN THE REGISTER).
004400*  MOD HISTORY
004500*  15/10/2026 LG  NEW.
004600****************************************************************
004700  ENVIRONMENT DIVISION.
004800  CONFIGURATION SECTION.
004900  SOURCE-COMPUTER. IBM-PC.
005000  OBJECT-COMPUTER. IBM-PC.
005100  INPUT-OUTPUT SECTION.
005200  FILE-CONTROL.
005300      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
005400          ORGANIZATION LINE SEQUENTIAL
005500          FILE STATUS IS DL-RC-FILE-STATUS.
005600      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005700          ORGANIZATION INDEXED
005800          ACCESS MODE DYNAMIC
005900          RECORD KEY EMP-MATRICOLA
006000          FILE STATUS IS DL-EMP-FILE-STATUS.
006100      SELECT PAY-REGISTER ASSIGN TO "PAYREG"
006200          ORGANIZATION INDEXED
006300          ACCESS MODE DYNAMIC
006400          RECORD KEY PR-KEY
006500          FILE STATUS IS DL-REG-FILE-STATUS.
006600      SELECT DAY-HISTORY ASSIGN TO "PDHIST"
006700          ORGANIZATION LINE SEQUENTIAL
006800          FILE STATUS IS DL-PH-FILE-STATUS.
006900      SELECT LUL-DAYS-FILE ASSIGN TO "LULDAYS"
007000          ORGANIZATION LINE SEQUENTIAL
007100          FILE STATUS IS DL-LD-FILE-STATUS.
007200      SELECT LUL-SORT-WORK ASSIGN TO "LULWK".
007300      SELECT LUL-PAGE-FILE ASSIGN TO "LULPAGE"
007400          ORGANIZATION LINE SEQUENTIAL
007500          FILE STATUS IS DL-LP-FILE-STATUS.
007600      SELECT LUL-REPORT ASSIGN TO "LULRPT"
007700          ORGANIZATION LINE SEQUENTIAL
007800          FILE STATUS IS DL-LR-FILE-STATUS.
007900      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
008000          ORGANIZATION LINE SEQUENTIAL
008100          FILE STATUS IS DL-EXC-FILE-STATUS.
008200*
008300  DATA DIVISION.
008400  FILE SECTION.
008500  FD  RUN-CONTROL.
008600  COPY RUNCTL.
008700  FD  EMPLOYEE-MASTER.
008800  01  EMPLOYEE-MASTER-RECORD.
008900      COPY EMPREC.
009000      05  EMP-WORK-DAY            PIC 9(01).
009100  FD  PAY-REGISTER.
009200  COPY PAYREG.
009300  FD  DAY-HISTORY.
009400  COPY PAYDTL.
009500  FD  LUL-DAYS-FILE.
009600  01  LUL-DAY-RECORD.
009700      05  LD-MATRICOLA            PIC X(05).
009800      05  LD-DATE                 PIC 9(08).
009900      05  LD-SEQ                  PIC 9(07).
010000      05  LD-DAY-CODE             PIC 9(01).
010100      05  LD-TYPE                 PIC X(01).
010200      05  LD-HOURS                PIC 9(02)V99.
010300      05  LD-OT-HOURS             PIC 9(02)V99.
010400      05  LD-AMOUNT               PIC 9(07)V99.
010500      05  LD-HOLIDAY-FLAG         PIC X(01).
010600  SD  LUL-SORT-WORK.
010700  01  LUL-SORT-RECORD.
010800      05  LW-MATRICOLA            PIC X(05).
010900      05  LW-DATE                 PIC 9(08).
011000      05  LW-SEQ                  PIC 9(07).
011100      05  LW-DAY-CODE             PIC 9(01).
011200      05  LW-TYPE                 PIC X(01).
011300      05  LW-HOURS                PIC 9(02)V99.
011400      05  LW-OT-HOURS             PIC 9(02)V99.
011500      05  LW-AMOUNT               PIC 9(07)V99.
011600      05  LW-HOLIDAY-FLAG         PIC X(01).
011700  FD  LUL-PAGE-FILE.
011800  COPY LULPAGE.
011900  FD  LUL-REPORT.
012000  01  LUL-REPORT-RECORD           PIC X(80).
012100  FD  EXCEPTION-FILE.
012200  COPY EXCREC.
012300*
012400  WORKING-STORAGE SECTION.
012500  COPY RPTHDRW.
012600  COPY WKDAYTAB.
012700  01  DL-RC-FILE-STATUS            PIC X(02).
012800  01  DL-EMP-FILE-STATUS           PIC X(02).
012900  01  DL-REG-FILE-STATUS           PIC X(02).
013000  01  DL-PH-FILE-STATUS            PIC X(02).
013100  01  DL-LD-FILE-STATUS            PIC X(02).
013200  01  DL-LP-FILE-STATUS            PIC X(02).
013300  01  DL-LR-FILE-STATUS            PIC X(02).
013400  01  DL-EXC-FILE-STATUS           PIC X(02).
013500  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
013600      88  DL-END-OF-FILE                      VALUE 'Y'.
013700  01  DL-PH-EOF-SW                 PIC X(01) VALUE 'N'.
013800      88  DL-PH-EOF                           VALUE 'Y'.
013900  01  DL-DAYS-EOF-SW               PIC X(01) VALUE 'N'.
014000      88  DL-DAYS-EOF                         VALUE 'Y'.
014100  01  DL-REG-EOF-SW                PIC X(01) VALUE 'N'.
014200      88  DL-REG-EOF                          VALUE 'Y'.
014300  01  DL-DAY-KEPT-SW               PIC X(01).
014400      88  DL-DAY-KEPT                         VALUE 'Y'.
014500  01  DL-HAS-DAYS-SW               PIC X(01).
014600      88  DL-HAS-DAYS                         VALUE 'Y'.
014700  01  DL-PRINT-TYPE-SW             PIC X(01) VALUE 'P'.
014800      88  DL-REPRINT                          VALUE 'R'.
014900  01  DL-MONTH-PRINTED-SW          PIC X(01) VALUE 'N'.
015000      88  DL-MONTH-PRINTED                    VALUE 'Y'.
015100  01  DL-FIRST-PAGE-SW             PIC X(01) VALUE 'Y'.
015200      88  DL-FIRST-PAGE                       VALUE 'Y'.
015300  01  DL-CONTINUED-SW              PIC X(01) VALUE 'N'.
015400      88  DL-EMP-CONTINUED                    VALUE 'Y'.
015500  01  DL-BUFFER                    PIC X(10).
015600  01  DL-BUFFER-CHECK              PIC X(07) JUSTIFIED RIGHT.
015700  01  DL-WANTED-MONTH              PIC 9(06).
015800  01  DL-WANTED-MONTH-R REDEFINES DL-WANTED-MONTH.
015900      05  DL-WANTED-YEAR           PIC 9(04).
016000      05  DL-WANTED-MM             PIC 9(02).
016100  01  DL-MONTH-START               PIC 9(08).
016200  01  DL-MONTH-END                 PIC 9(08).
016300*
016400*  THE COMPANY BEING PRINTED (RUNCTL) AND ITS COMPREF RECORD.
016500*
016600  01  DL-RUN-COMPANY               PIC X(02) VALUE '01'.
016700  01  DL-EMP-COMPANY               PIC X(02).
016800  01  DL-COMPANY-RESULT            PIC 9(01).
016900  COPY COMPREF.
017000*
017100*  PAGE NUMBERING.  DL-LAST-USED IS THE HIGHEST PAGE ON THE
017200*  REGISTER FOR THE COMPANY AND YEAR; DL-LUL-PAGE THE PAGE BEING
017300*  PRINTED.  DL-PREV-FIRST/LAST/DATE: THE LAST REGISTERED PRINT
017400*  OF THE MONTH, FOR A REPRINT.
017500*
017600  01  DL-LAST-USED                 PIC 9(05) VALUE 0.
017700  01  DL-FIRST-LUL-PAGE            PIC 9(05).
017800  01  DL-LUL-PAGE                  PIC 9(05).
017900  01  DL-PREV-FIRST                PIC 9(05) VALUE 0.
018000  01  DL-PREV-LAST                 PIC 9(05) VALUE 0.
018100  01  DL-PREV-DATE                 PIC 9(08) VALUE 0.
018200  01  DL-LATEST-MM                 PIC 9(02) VALUE 0.
018300  01  DL-GAP-COUNT                 PIC 9(04) VALUE 0.
018400*
018500  01  DL-SEQ                       PIC 9(07) VALUE 0.
018600  01  DL-PH-READ-COUNT             PIC 9(07) VALUE 0.
018700  01  DL-RELEASED-COUNT            PIC 9(07) VALUE 0.
018800  01  DL-DUP-COUNT                 PIC 9(07) VALUE 0.
018900  01  DL-ORPHAN-COUNT              PIC 9(05) VALUE 0.
019000  01  DL-EMP-PRINTED               PIC 9(05) VALUE 0.
019100  01  DL-PREV-DAY-MATRICOLA        PIC X(05) VALUE SPACES.
019200  01  DL-PREV-DAY-DATE             PIC 9(08) VALUE 0.
019300  01  DL-ORPHAN-MATRICOLA          PIC X(05) VALUE SPACES.
019400*
019500*  ONE EMPLOYEE'S MONTH: DAY COUNTS, HOURS AND THE REGISTER
019600*  PERIODS ENDING IN THE MONTH WITH THEIR TOTALS.
019700*
019800  01  DL-N-WORKED                  PIC 9(03).
019900  01  DL-N-FERIE                   PIC 9(03).
020000  01  DL-N-MALATTIA                PIC 9(03).
020100  01  DL-N-PERMESSO                PIC 9(03).
020200  01  DL-HRS-WORKED                PIC 9(04)V99.
020300  01  DL-HRS-OT                    PIC 9(04)V99.
020400  01  DL-HRS-LEAVE                 PIC 9(04)V99.
020500  01  DL-PER-COUNT                 PIC 9(02) COMP.
020600  01  DL-P                         PIC 9(02) COMP.
020700  01  DL-PER-TABLE.
020800      05  DL-PER-ENTRY OCCURS 10 TIMES.
020900          10  DL-PER-END           PIC 9(08).
021000          10  DL-PER-RUN           PIC 9(06).
021100          10  DL-PER-GROSS         PIC 9(07)V99.
021200          10  DL-PER-TRED          PIC 9(07)V99.
021300          10  DL-PER-EXPENSES      PIC 9(07)V99.
021400          10  DL-PER-NET           PIC 9(07)V99.
021500          10  DL-PER-EMPLOYER      PIC 9(07)V99.
021600          10  DL-PER-TAX           PIC 9(07)V99.
021700          10  DL-PER-SOCIAL        PIC 9(07)V99.
021800          10  DL-PER-UNION         PIC 9(07)V99.
021900          10  DL-PER-LOANS         PIC 9(07)V99.
022000          10  DL-PER-GARNISH       PIC 9(07)V99.
022100  01  DL-MONTH-TOTALS.
022200      05  DL-TOT-GROSS             PIC 9(07)V99.
022300      05  DL-TOT-TRED              PIC 9(07)V99.
022400      05  DL-TOT-EXPENSES          PIC 9(07)V99.
022500      05  DL-TOT-NET               PIC 9(07)V99.
022600      05  DL-TOT-EMPLOYER          PIC 9(07)V99.
022700      05  DL-TOT-TAX               PIC 9(07)V99.
022800      05  DL-TOT-SOCIAL            PIC 9(07)V99.
022900      05  DL-TOT-UNION             PIC 9(07)V99.
023000      05  DL-TOT-LOANS             PIC 9(07)V99.
023100      05  DL-TOT-GARNISH           PIC 9(07)V99.
023200*
023300  01  DL-EDIT-DATE-IN              PIC 9(08).
023400  01  DL-EDIT-DATE-IN-R REDEFINES DL-EDIT-DATE-IN.
023500      05  DL-EDIT-CCYY             PIC 9(04).
023600      05  DL-EDIT-MM               PIC 9(02).
023700      05  DL-EDIT-DD               PIC 9(02).
023800  01  DL-EDIT-DATE.
023900      05  DL-ED-DD                 PIC 9(02).
024000      05  FILLER                   PIC X(01) VALUE '/'.
024100      05  DL-ED-MM                 PIC 9(02).
024200      05  FILLER                   PIC X(01) VALUE '/'.
024300      05  DL-ED-CCYY               PIC 9(04).
024400*
024500*  LUL PRINT LINES.
024600*
024700  01  DL-LUL-LINE                  PIC X(80).
024800  01  DL-LUL-SEPARATOR             PIC X(80) VALUE ALL '-'.
024900  01  DL-LH1.
025000      05  LH-COMPANY-NAME          PIC X(30).
025100      05  FILLER                   PIC X(07) VALUE '  C.F. '.
025200      05  LH-TAX-CODE              PIC X(16).
025300      05  FILLER                   PIC X(27) VALUE SPACES.
025400  01  DL-LH2.
025500      05  FILLER                   PIC X(30) VALUE
025600          'LIBRO UNICO DEL LAVORO - MESE '.
025700      05  LH-MM                    PIC 9(02).
025800      05  FILLER                   PIC X(01) VALUE '/'.
025900      05  LH-YEAR                  PIC 9(04).
026000      05  FILLER                   PIC X(10) VALUE SPACES.
026100      05  FILLER                   PIC X(06) VALUE 'PAG.  '.
026200      05  LH-PAGE-YEAR             PIC 9(04).
026300      05  FILLER                   PIC X(01) VALUE '/'.
026400      05  LH-PAGE                  PIC 9(05).
026500      05  FILLER                   PIC X(02) VALUE SPACES.
026600      05  LH-REPRINT               PIC X(08).
026700      05  FILLER                   PIC X(07) VALUE SPACES.
026800  01  DL-LH3.
026900      05  FILLER                   PIC X(10) VALUE 'MATRICOLA '.
027000      05  LH-MATRICOLA             PIC X(05).
027100      05  FILLER                   PIC X(02) VALUE SPACES.
027200      05  LH-NOME                  PIC X(20).
027300      05  FILLER                   PIC X(06) VALUE '  CDC '.
027400      05  LH-CC                    PIC X(04).
027500      05  FILLER                   PIC X(02) VALUE SPACES.
027600      05  LH-FREQ                  PIC X(11).
027700      05  FILLER                   PIC X(02) VALUE SPACES.
027800      05  LH-SEGUE                 PIC X(07).
027900      05  FILLER                   PIC X(11) VALUE SPACES.
028000  01  DL-LH4.
028100      05  FILLER                   PIC X(11) VALUE 'ASSUNZIONE '.
028200      05  LH-HIRE                  PIC X(10).
028300      05  FILLER                   PIC X(14) VALUE
028400          '   CESSAZIONE '.
028500      05  LH-TERM                  PIC X(10).
028600      05  FILLER                   PIC X(35) VALUE SPACES.
028700  01  DL-LA-COLS.
028800      05  FILLER                   PIC X(04) VALUE 'DATA'.
028900      05  FILLER                   PIC X(07) VALUE SPACES.
029000      05  FILLER                   PIC X(02) VALUE 'GG'.
029100      05  FILLER                   PIC X(03) VALUE SPACES.
029200      05  FILLER                   PIC X(07) VALUE 'CAUSALE'.
029300      05  FILLER                   PIC X(08) VALUE SPACES.
029400      05  FILLER                   PIC X(03) VALUE 'ORE'.
029500      05  FILLER                   PIC X(02) VALUE SPACES.
029600      05  FILLER                   PIC X(06) VALUE 'STRAOR'.
029700      05  FILLER                   PIC X(03) VALUE SPACES.
029800      05  FILLER                   PIC X(02) VALUE 'FS'.
029900      05  FILLER                   PIC X(06) VALUE SPACES.
030000      05  FILLER                   PIC X(07) VALUE 'IMPORTO'.
030100      05  FILLER                   PIC X(20) VALUE SPACES.
030200  01  DL-LA-DETAIL.
030300      05  LA-DATE                  PIC X(10).
030400      05  FILLER                   PIC X(01) VALUE SPACES.
030500      05  LA-DAY                   PIC X(03).
030600      05  FILLER                   PIC X(02) VALUE SPACES.
030700      05  LA-CAUSALE               PIC X(12).
030800      05  FILLER                   PIC X(01) VALUE SPACES.
030900      05  LA-HOURS                 PIC Z9.99.
031000      05  FILLER                   PIC X(03) VALUE SPACES.
031100      05  LA-OT-HOURS              PIC Z9.99.
031200      05  FILLER                   PIC X(03) VALUE SPACES.
031300      05  LA-HOLIDAY               PIC X(02).
031400      05  FILLER                   PIC X(03) VALUE SPACES.
031500      05  LA-AMOUNT                PIC Z(6)9.99.
031600      05  FILLER                   PIC X(20) VALUE SPACES.
031700  01  DL-LA-TOT1.
031800      05  FILLER                   PIC X(16) VALUE
031900          'GIORNI LAVORATI '.
032000      05  LT-WORKED                PIC ZZ9.
032100      05  FILLER                   PIC X(08) VALUE '  FERIE '.
032200      05  LT-FERIE                 PIC ZZ9.
032300      05  FILLER                   PIC X(11) VALUE '  MALATTIA '.
032400      05  LT-MALATTIA              PIC ZZ9.
032500      05  FILLER                   PIC X(11) VALUE '  PERMESSO '.
032600      05  LT-PERMESSO              PIC ZZ9.
032700      05  FILLER                   PIC X(22) VALUE SPACES.
032800  01  DL-LA-TOT2.
032900      05  FILLER                   PIC X(13) VALUE
033000          'ORE LAVORATE '.
033100      05  LT-HRS-WORKED            PIC ZZZ9.99.
033200      05  FILLER                   PIC X(23) VALUE
033300          '  DI CUI STRAORDINARIO '.
033400      05  LT-HRS-OT                PIC ZZZ9.99.
033500      05  FILLER                   PIC X(14) VALUE
033600          '  ORE ASSENZA '.
033700      05  LT-HRS-LEAVE             PIC ZZZ9.99.
033800      05  FILLER                   PIC X(09) VALUE SPACES.
033900  01  DL-LC-COLS.
034000      05  FILLER                   PIC X(10) VALUE 'PERIODO AL'.
034100      05  FILLER                   PIC X(01) VALUE SPACES.
034200      05  FILLER                   PIC X(03) VALUE 'RUN'.
034300      05  FILLER                   PIC X(09) VALUE SPACES.
034400      05  FILLER                   PIC X(05) VALUE 'LORDO'.
034500      05  FILLER                   PIC X(02) VALUE SPACES.
034600      05  FILLER                   PIC X(09) VALUE 'TREDICES.'.
034700      05  FILLER                   PIC X(01) VALUE SPACES.
034800      05  FILLER                   PIC X(10) VALUE 'RIMB.SPESE'.
034900      05  FILLER                   PIC X(06) VALUE SPACES.
035000      05  FILLER                   PIC X(05) VALUE 'NETTO'.
035100      05  FILLER                   PIC X(02) VALUE SPACES.
035200      05  FILLER                   PIC X(09) VALUE 'CONTR.AZ.'.
035300      05  FILLER                   PIC X(08) VALUE SPACES.
035400  01  DL-LC-DETAIL.
035500      05  LC-DATE                  PIC X(10).
035600      05  FILLER                   PIC X(01) VALUE SPACES.
035700      05  LC-RUN                   PIC X(06).
035800      05  FILLER                   PIC X(01) VALUE SPACES.
035900      05  LC-GROSS                 PIC Z(6)9.99.
036000      05  FILLER                   PIC X(01) VALUE SPACES.
036100      05  LC-TRED                  PIC Z(6)9.99.
036200      05  FILLER                   PIC X(01) VALUE SPACES.
036300      05  LC-EXPENSES              PIC Z(6)9.99.
036400      05  FILLER                   PIC X(01) VALUE SPACES.
036500      05  LC-NET                   PIC Z(6)9.99.
036600      05  FILLER                   PIC X(01) VALUE SPACES.
036700      05  LC-EMPLOYER              PIC Z(6)9.99.
036800      05  FILLER                   PIC X(08) VALUE SPACES.
036900  01  DL-LT-COLS.
037000      05  FILLER                   PIC X(10) VALUE 'PERIODO AL'.
037100      05  FILLER                   PIC X(01) VALUE SPACES.
037200      05  FILLER                   PIC X(03) VALUE 'RUN'.
037300      05  FILLER                   PIC X(06) VALUE SPACES.
037400      05  FILLER                   PIC X(08) VALUE 'RITENUTE'.
037500      05  FILLER                   PIC X(03) VALUE SPACES.
037600      05  FILLER                   PIC X(08) VALUE 'CONTRIB.'.
037700      05  FILLER                   PIC X(02) VALUE SPACES.
037800      05  FILLER                   PIC X(09) VALUE 'SINDACATO'.
037900      05  FILLER                   PIC X(03) VALUE SPACES.
038000      05  FILLER                   PIC X(08) VALUE 'PRESTITI'.
038100      05  FILLER                   PIC X(02) VALUE SPACES.
038200      05  FILLER                   PIC X(09) VALUE 'PIGNORAM.'.
038300      05  FILLER                   PIC X(08) VALUE SPACES.
038400  01  DL-LT-DETAIL.
038500      05  LT-DATE                  PIC X(10).
038600      05  FILLER                   PIC X(01) VALUE SPACES.
038700      05  LT-RUN                   PIC X(06).
038800      05  FILLER                   PIC X(01) VALUE SPACES.
038900      05  LT-TAX                   PIC Z(6)9.99.
039000      05  FILLER                   PIC X(01) VALUE SPACES.
039100      05  LT-SOCIAL                PIC Z(6)9.99.
039200      05  FILLER                   PIC X(01) VALUE SPACES.
039300      05  LT-UNION                 PIC Z(6)9.99.
039400      05  FILLER                   PIC X(01) VALUE SPACES.
039500      05  LT-LOANS                 PIC Z(6)9.99.
039600      05  FILLER                   PIC X(01) VALUE SPACES.
039700      05  LT-GARNISH               PIC Z(6)9.99.
039800      05  FILLER                   PIC X(08) VALUE SPACES.
039900*
040000  PROCEDURE DIVISION.
040100****************************************************************
040200*  0000-MAINLINE
040300****************************************************************
040400  0000-MAINLINE.
040500      MOVE 'LULPRT' TO RH-PROGRAM-NAME.
040600      MOVE 'LIBRO UNICO DEL LAVORO' TO RH-REPORT-TITLE.
040700      PERFORM 9700-OPEN-EXCEPTION-FILE
040800          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
040900      PERFORM 1000-GET-MONTH THRU 1000-GET-MONTH-EXIT.
041000      PERFORM 1050-READ-RUN-CONTROL
041100          THRU 1050-READ-RUN-CONTROL-EXIT.
041200      PERFORM 1200-LOAD-PAGE-REGISTER
041300          THRU 1200-LOAD-PAGE-REGISTER-EXIT.
041400      PERFORM 1300-CHECK-PRINT-TYPE
041500          THRU 1300-CHECK-PRINT-TYPE-EXIT.
041600      OPEN INPUT PAY-REGISTER.
041700      IF DL-REG-FILE-STATUS NOT = '00'
041800          DISPLAY 'IMPOSSIBILE APRIRE PAYREG - STATUS '
041900              DL-REG-FILE-STATUS
042000          CLOSE EXCEPTION-FILE
042100          MOVE 8 TO RETURN-CODE
042200          GOBACK
042300      END-IF.
042400      OPEN INPUT EMPLOYEE-MASTER.
042500      IF DL-EMP-FILE-STATUS NOT = '00'
042600          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
042700              DL-EMP-FILE-STATUS
042800          CLOSE PAY-REGISTER EXCEPTION-FILE
042900          MOVE 8 TO RETURN-CODE
043000          GOBACK
043100      END-IF.
043200      SORT LUL-SORT-WORK
043300          ON ASCENDING KEY LW-MATRICOLA LW-DATE
043400          DESCENDING KEY LW-SEQ
043500          INPUT PROCEDURE IS 2000-RELEASE-DAYS
043600              THRU 2000-RELEASE-DAYS-EXIT
043700          GIVING LUL-DAYS-FILE.
043800      IF RETURN-CODE = 8
043900          CLOSE PAY-REGISTER EMPLOYEE-MASTER EXCEPTION-FILE
044000          GOBACK
044100      END-IF.
044200      OPEN INPUT LUL-DAYS-FILE.
044300      OPEN OUTPUT LUL-REPORT.
044400      IF DL-LR-FILE-STATUS NOT = '00'
044500          DISPLAY 'IMPOSSIBILE SCRIVERE LULRPT - STATUS '
044600              DL-LR-FILE-STATUS
044700          CLOSE PAY-REGISTER EMPLOYEE-MASTER LUL-DAYS-FILE
044800              EXCEPTION-FILE
044900          MOVE 8 TO RETURN-CODE
045000          GOBACK
045100      END-IF.
045200      PERFORM 3900-NEXT-DAY THRU 3900-NEXT-DAY-EXIT.
045300      MOVE 'N' TO DL-EOF-SW.
045400      MOVE LOW-VALUES TO EMP-MATRICOLA.
045500      START EMPLOYEE-MASTER KEY NOT < EMP-MATRICOLA
045600          INVALID KEY
045700              MOVE 'Y' TO DL-EOF-SW
045800      END-START.
045900      PERFORM 3000-ONE-EMPLOYEE THRU 3000-ONE-EMPLOYEE-EXIT
046000          UNTIL DL-END-OF-FILE.
046100      MOVE HIGH-VALUES TO EMP-MATRICOLA.
046200      PERFORM 3950-SKIP-ORPHAN-DAY THRU 3950-SKIP-ORPHAN-DAY-EXIT
046300          UNTIL DL-DAYS-EOF.
046400      CLOSE PAY-REGISTER EMPLOYEE-MASTER LUL-DAYS-FILE.
046500      CLOSE LUL-REPORT.
046600      IF DL-EMP-PRINTED > 0
046700          PERFORM 6000-REGISTER-PAGES
046800              THRU 6000-REGISTER-PAGES-EXIT
046900      END-IF.
047000      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
047100      DISPLAY 'MESE                  : ' DL-WANTED-MM '/'
047200          DL-WANTED-YEAR.
047300      DISPLAY 'AZIENDA               : ' DL-RUN-COMPANY ' '
047400          CO-NAME.
047500      IF DL-REPRINT
047600          DISPLAY 'TIPO STAMPA           : RISTAMPA DELLE PAGINE '
047700              DL-PREV-FIRST ' - ' DL-PREV-LAST ' DEL '
047800              DL-PREV-DATE
047900      ELSE
048000          DISPLAY 'TIPO STAMPA           : PRIMA STAMPA'
048100      END-IF.
048200      DISPLAY 'GIORNI LETTI DA PDHIST: ' DL-PH-READ-COUNT.
048300      DISPLAY 'GIORNI DEL MESE       : ' DL-RELEASED-COUNT.
048400      DISPLAY 'GIORNI RIPETUTI (RERUN): ' DL-DUP-COUNT.
048500      DISPLAY 'MATRICOLE NON IN EMPMAST: ' DL-ORPHAN-COUNT.
048600      DISPLAY 'DIPENDENTI STAMPATI   : ' DL-EMP-PRINTED.
048700      IF DL-EMP-PRINTED = 0
048800          DISPLAY 'NESSUN DIPENDENTE CON PRESENZE O PERIODI NEL '
048900              'MESE - NESSUNA PAGINA USATA'
049000          IF RETURN-CODE < 4
049100              MOVE 4 TO RETURN-CODE
049200          END-IF
049300      ELSE
049400          DISPLAY 'PAGINE LUL            : ' DL-WANTED-YEAR '/'
049500              DL-FIRST-LUL-PAGE ' - ' DL-WANTED-YEAR '/'
049600              DL-LUL-PAGE
049700      END-IF.
049800      CLOSE EXCEPTION-FILE.
049900      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
050000      GOBACK.
050100****************************************************************
050200*  1000-GET-MONTH
050300*  CARD 1 IS THE MONTH (AAAAMM); ANYTHING ELSE IS FATAL.  CARD 2
050400*  IS R FOR A REPRINT OF A MONTH ALREADY PRINTED, OTHERWISE
050500*  BLANK.
050600****************************************************************
050700  1000-GET-MONTH.
050800      DISPLAY 'MESE DA STAMPARE (AAAAMM)?'.
050900      MOVE SPACES TO DL-BUFFER.
051000      ACCEPT DL-BUFFER.
051100      MOVE DL-BUFFER(1:6) TO DL-BUFFER-CHECK.
051200      INSPECT DL-BUFFER-CHECK REPLACING ALL SPACE BY ZERO.
051300      IF DL-BUFFER = SPACES OR DL-BUFFER-CHECK NOT NUMERIC
051400          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
051500          CLOSE EXCEPTION-FILE
051600          MOVE 8 TO RETURN-CODE
051700          GOBACK
051800      END-IF.
051900      MOVE DL-BUFFER-CHECK(2:6) TO DL-WANTED-MONTH.
052000      IF DL-WANTED-MM < 1 OR DL-WANTED-MM > 12
052100          DISPLAY 'MESE NON VALIDO - FORMATO AAAAMM'
052200          CLOSE EXCEPTION-FILE
052300          MOVE 8 TO RETURN-CODE
052400          GOBACK
052500      END-IF.
052600      COMPUTE DL-MONTH-START = DL-WANTED-MONTH * 100 + 1.
052700      COMPUTE DL-MONTH-END = DL-WANTED-MONTH * 100 + 31.
052800      DISPLAY 'RISTAMPA (R) O PRIMA STAMPA (VUOTO)?'.
052900      MOVE SPACES TO DL-BUFFER.
053000      ACCEPT DL-BUFFER.
053100      IF DL-BUFFER = 'R' OR DL-BUFFER = 'r'
053200          MOVE 'R' TO DL-PRINT-TYPE-SW
053300      ELSE
053400          IF DL-BUFFER NOT = SPACES
053500              DISPLAY 'SECONDA SCHEDA NON VALIDA - R O VUOTA'
053600              CLOSE EXCEPTION-FILE
053700              MOVE 8 TO RETURN-CODE
053800              GOBACK
053900          END-IF
054000      END-IF.
054100  1000-GET-MONTH-EXIT.
054200      EXIT.
054300****************************************************************
054400*  1050-READ-RUN-CONTROL
054500*  THE COMPANY TO PRINT IS THE ONE RUNSEL PUT ON RUNCTL (BLANK =
054600*  01).  IT MUST BE ON COMPREF: ITS NAME AND TAX CODE HEAD EVERY
054700*  LUL PAGE.
054800****************************************************************
054900  1050-READ-RUN-CONTROL.
055000      OPEN INPUT RUN-CONTROL.
055100      IF DL-RC-FILE-STATUS NOT = '00'
055200          DISPLAY 'IMPOSSIBILE APRIRE RUNCTL - STATUS '
055300              DL-RC-FILE-STATUS
055400          CLOSE EXCEPTION-FILE
055500          MOVE 8 TO RETURN-CODE
055600          GOBACK
055700      END-IF.
055800      READ RUN-CONTROL
055900          AT END
056000              DISPLAY 'RUNCTL VUOTO - STAMPA RIFIUTATA'
056100              CLOSE RUN-CONTROL
056200              CLOSE EXCEPTION-FILE
056300              MOVE 8 TO RETURN-CODE
056400              GOBACK
056500      END-READ.
056600      CLOSE RUN-CONTROL.
056700      IF RN-COMPANY NOT = SPACES
056800          MOVE RN-COMPANY TO DL-RUN-COMPANY
056900      END-IF.
057000      MOVE DL-RUN-COMPANY TO RH-COMPANY-CODE.
057100      CALL 'COMPINFO' USING DL-RUN-COMPANY COMPANY-RECORD
057200          DL-COMPANY-RESULT.
057300      IF DL-COMPANY-RESULT NOT = 0 AND DL-COMPANY-RESULT NOT = 3
057400          DISPLAY 'AZIENDA ' DL-RUN-COMPANY ' NON IN COMPREF - '
057500              'STAMPA RIFIUTATA'
057600          CLOSE EXCEPTION-FILE
057700          MOVE 8 TO RETURN-CODE
057800          GOBACK
057900      END-IF.
058000      MOVE CO-NAME TO LH-COMPANY-NAME.
058100      MOVE CO-TAX-CODE TO LH-TAX-CODE.
058200  1050-READ-RUN-CONTROL-EXIT.
058300      EXIT.
058400****************************************************************
058500*  1200-LOAD-PAGE-REGISTER
058600*  READS THE COMPANY'S ENTRIES FOR THE YEAR OFF THE PAGE
058700*  REGISTER: THE HIGHEST PAGE USED, THE LATEST MONTH GIVEN A
058800*  FIRST PRINT, AND WHETHER (AND WHERE) THIS MONTH WAS PRINTED.
058900*  EACH ENTRY MUST START ONE PAGE AFTER THE ONE BEFORE IT; A GAP
059000*  OR OVERLAP GOES TO EXCFILE (RC 4) AND NUMBERING CARRIES ON
059100*  FROM THE HIGHEST PAGE.  NO REGISTER YET MEANS PAGE 1.
059200****************************************************************
059300  1200-LOAD-PAGE-REGISTER.
059400      OPEN INPUT LUL-PAGE-FILE.
059500      IF DL-LP-FILE-STATUS = '35'
059600          DISPLAY 'LULPAGE VUOTO - NUMERAZIONE DA PAGINA 1'
059700          GO TO 1200-LOAD-PAGE-REGISTER-EXIT
059800      END-IF.
059900      IF DL-LP-FILE-STATUS NOT = '00'
060000          DISPLAY 'IMPOSSIBILE APRIRE LULPAGE - STATUS '
060100              DL-LP-FILE-STATUS
060200          CLOSE EXCEPTION-FILE
060300          MOVE 8 TO RETURN-CODE
060400          GOBACK
060500      END-IF.
060600      MOVE 'N' TO DL-EOF-SW.
060700      PERFORM 1210-READ-ONE-ENTRY THRU 1210-READ-ONE-ENTRY-EXIT
060800          UNTIL DL-END-OF-FILE.
060900      CLOSE LUL-PAGE-FILE.
061000  1200-LOAD-PAGE-REGISTER-EXIT.
061100      EXIT.
061200  1210-READ-ONE-ENTRY.
061300      READ LUL-PAGE-FILE
061400          AT END
061500              MOVE 'Y' TO DL-EOF-SW
061600              GO TO 1210-READ-ONE-ENTRY-EXIT
061700      END-READ.
061800      IF LP-COMPANY NOT = DL-RUN-COMPANY
061900              OR LP-YEAR NOT = DL-WANTED-YEAR
062000          GO TO 1210-READ-ONE-ENTRY-EXIT
062100      END-IF.
062200      IF LP-FIRST-PAGE NOT = DL-LAST-USED + 1
062300          ADD 1 TO DL-GAP-COUNT
062400          DISPLAY 'LULPAGE: PAGINE ' LP-FIRST-PAGE ' - '
062500              LP-LAST-PAGE ' NON CONSECUTIVE ALLA ' DL-LAST-USED
062600          MOVE 4 TO EX-SEVERITY
062700          MOVE LP-MONTH TO EX-KEY
062800          MOVE 'REGISTRO PAGINE LUL NON CONSECUTIVO' TO EX-MESSAGE
062900          PERFORM 9800-WRITE-EXCEPTION
063000              THRU 9800-WRITE-EXCEPTION-EXIT
063100          IF RETURN-CODE < 4
063200              MOVE 4 TO RETURN-CODE
063300          END-IF
063400      END-IF.
063500      IF LP-LAST-PAGE > DL-LAST-USED
063600          MOVE LP-LAST-PAGE TO DL-LAST-USED
063700      END-IF.
063800      IF LP-MM = DL-WANTED-MM
063900          MOVE 'Y' TO DL-MONTH-PRINTED-SW
064000          MOVE LP-FIRST-PAGE TO DL-PREV-FIRST
064100          MOVE LP-LAST-PAGE TO DL-PREV-LAST
064200          MOVE LP-DATE TO DL-PREV-DATE
064300      END-IF.
064400      IF LP-FIRST-PRINT AND LP-MM > DL-LATEST-MM
064500          MOVE LP-MM TO DL-LATEST-MM
064600      END-IF.
064700  1210-READ-ONE-ENTRY-EXIT.
064800      EXIT.
064900****************************************************************
065000*  1300-CHECK-PRINT-TYPE
065100*  A FIRST PRINT NEEDS A MONTH NOT YET ON THE REGISTER AND NO
065200*  LATER MONTH ALREADY PRINTED; A REPRINT NEEDS A MONTH THAT IS.
065300*  NUMBERING STARTS ONE PAGE AFTER THE HIGHEST REGISTERED.
065400****************************************************************
065500  1300-CHECK-PRINT-TYPE.
065600      IF DL-REPRINT AND NOT DL-MONTH-PRINTED
065700          DISPLAY 'MESE ' DL-WANTED-MONTH ' MAI STAMPATO - '
065800              'RISTAMPA RIFIUTATA'
065900          CLOSE EXCEPTION-FILE
066000          MOVE 8 TO RETURN-CODE
066100          GOBACK
066200      END-IF.
066300      IF NOT DL-REPRINT AND DL-MONTH-PRINTED
066400          DISPLAY 'MESE ' DL-WANTED-MONTH ' GIA'' STAMPATO ALLE '
066500              'PAGINE ' DL-PREV-FIRST ' - ' DL-PREV-LAST
066600          DISPLAY 'PER RISTAMPARE INDICARE R SULLA SECONDA SCHEDA'
066700          CLOSE EXCEPTION-FILE
066800          MOVE 8 TO RETURN-CODE
066900          GOBACK
067000      END-IF.
067100      IF NOT DL-REPRINT AND DL-LATEST-MM > DL-WANTED-MM
067200          DISPLAY 'MESE ' DL-LATEST-MM '/' DL-WANTED-YEAR
067300              ' GIA'' STAMPATO - IL LUL VA STAMPATO IN ORDINE'
067400          CLOSE EXCEPTION-FILE
067500          MOVE 8 TO RETURN-CODE
067600          GOBACK
067700      END-IF.
067800      COMPUTE DL-FIRST-LUL-PAGE = DL-LAST-USED + 1.
067900      MOVE DL-LAST-USED TO DL-LUL-PAGE.
068000      MOVE DL-WANTED-MM TO LH-MM.
068100      MOVE DL-WANTED-YEAR TO LH-YEAR.
068200      MOVE DL-WANTED-YEAR TO LH-PAGE-YEAR.
068300      IF DL-REPRINT
068400          MOVE 'RISTAMPA' TO LH-REPRINT
068500      ELSE
068600          MOVE SPACES TO LH-REPRINT
068700      END-IF.
068800  1300-CHECK-PRINT-TYPE-EXIT.
068900      EXIT.
069000****************************************************************
069100*  2000-RELEASE-DAYS
069200*  SORT INPUT PROCEDURE: EVERY PAID DAY OF THE MONTH ON PDHIST,
069300*  NUMBERED IN FILE ORDER SO THE SORT CAN PUT THE LAST COPY OF A
069400*  MATRICOLA/DATE (THE LATEST RUN) FIRST.  SETTLEMENT LINES (DAY
069500*  CODE 0) ARE LEFT OUT.  NO PDHIST IS FATAL - A LUL WITHOUT THE
069600*  ATTENDANCE IS NO LUL.
069700****************************************************************
069800  2000-RELEASE-DAYS.
069900      OPEN INPUT DAY-HISTORY.
070000      IF DL-PH-FILE-STATUS NOT = '00'
070100          DISPLAY 'IMPOSSIBILE APRIRE PDHIST - STATUS '
070200              DL-PH-FILE-STATUS ' - STAMPA RIFIUTATA'
070300          MOVE 8 TO RETURN-CODE
070400          GO TO 2000-RELEASE-DAYS-EXIT
070500      END-IF.
070600      PERFORM 2100-RELEASE-ONE-DAY THRU 2100-RELEASE-ONE-DAY-EXIT
070700          UNTIL DL-PH-EOF.
070800      CLOSE DAY-HISTORY.
070900  2000-RELEASE-DAYS-EXIT.
071000      EXIT.
071100  2100-RELEASE-ONE-DAY.
071200      READ DAY-HISTORY
071300          AT END
071400              MOVE 'Y' TO DL-PH-EOF-SW
071500              GO TO 2100-RELEASE-ONE-DAY-EXIT
071600      END-READ.
071700      ADD 1 TO DL-PH-READ-COUNT.
071800      ADD 1 TO DL-SEQ.
071900      IF PD-DAY-CODE = 0
072000              OR PD-DATE < DL-MONTH-START
072100              OR PD-DATE > DL-MONTH-END
072200          GO TO 2100-RELEASE-ONE-DAY-EXIT
072300      END-IF.
072400      MOVE PD-MATRICOLA TO LW-MATRICOLA.
072500      MOVE PD-DATE TO LW-DATE.
072600      MOVE DL-SEQ TO LW-SEQ.
072700      MOVE PD-DAY-CODE TO LW-DAY-CODE.
072800      MOVE PD-TYPE TO LW-TYPE.
072900      MOVE PD-HOURS TO LW-HOURS.
073000      MOVE PD-OT-HOURS TO LW-OT-HOURS.
073100      MOVE PD-AMOUNT TO LW-AMOUNT.
073200      MOVE PD-HOLIDAY-FLAG TO LW-HOLIDAY-FLAG.
073300      RELEASE LUL-SORT-RECORD.
073400      ADD 1 TO DL-RELEASED-COUNT.
073500  2100-RELEASE-ONE-DAY-EXIT.
073600      EXIT.
073700****************************************************************
073800*  3000-ONE-EMPLOYEE
073900*  EMPMAST AND THE SORTED DAYS ARE BOTH IN MATRICOLA ORDER.
074000*  DAYS OF A MATRICOLA NOT ON EMPMAST ARE REPORTED AND DROPPED;
074100*  ANOTHER COMPANY'S EMPLOYEE'S DAYS ARE DROPPED QUIETLY.  AN
074200*  EMPLOYEE OF THE COMPANY IS PRINTED WHEN THE MONTH HAS DAYS OR
074300*  REGISTER PERIODS FOR THEM.
074400****************************************************************
074500  3000-ONE-EMPLOYEE.
074600      READ EMPLOYEE-MASTER NEXT RECORD
074700          AT END
074800              MOVE 'Y' TO DL-EOF-SW
074900              GO TO 3000-ONE-EMPLOYEE-EXIT
075000      END-READ.
075100      PERFORM 3950-SKIP-ORPHAN-DAY THRU 3950-SKIP-ORPHAN-DAY-EXIT
075200          UNTIL DL-DAYS-EOF OR LD-MATRICOLA NOT < EMP-MATRICOLA.
075300      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
075400      IF DL-EMP-COMPANY = SPACES
075500          MOVE '01' TO DL-EMP-COMPANY
075600      END-IF.
075700      IF DL-EMP-COMPANY NOT = DL-RUN-COMPANY
075800          PERFORM 3900-NEXT-DAY THRU 3900-NEXT-DAY-EXIT
075900              UNTIL DL-DAYS-EOF
076000              OR LD-MATRICOLA NOT = EMP-MATRICOLA
076100          GO TO 3000-ONE-EMPLOYEE-EXIT
076200      END-IF.
076300      MOVE 'N' TO DL-HAS-DAYS-SW.
076400      IF NOT DL-DAYS-EOF AND LD-MATRICOLA = EMP-MATRICOLA
076500          MOVE 'Y' TO DL-HAS-DAYS-SW
076600      END-IF.
076700      PERFORM 3100-LOAD-PERIODS THRU 3100-LOAD-PERIODS-EXIT.
076800      IF NOT DL-HAS-DAYS AND DL-PER-COUNT = 0
076900          GO TO 3000-ONE-EMPLOYEE-EXIT
077000      END-IF.
077100      PERFORM 4000-PRINT-EMPLOYEE THRU 4000-PRINT-EMPLOYEE-EXIT.
077200  3000-ONE-EMPLOYEE-EXIT.
077300      EXIT.
077400****************************************************************
077500*  3100-LOAD-PERIODS
077600*  THE EMPLOYEE'S REGISTER PERIODS ENDING IN THE MONTH, KEYED
077700*  FROM MATRICOLA + THE 1ST OF THE MONTH, AND THEIR TOTALS.
077800*  MORE THAN TEN IS REPORTED; THE REST ARE NOT PRINTED.
077900****************************************************************
078000  3100-LOAD-PERIODS.
078100      MOVE 0 TO DL-PER-COUNT.
078200      MOVE ZEROS TO DL-MONTH-TOTALS.
078300      MOVE EMP-MATRICOLA TO PR-MATRICOLA.
078400      MOVE DL-MONTH-START TO PR-PERIOD-END.
078500      MOVE 'N' TO DL-REG-EOF-SW.
078600      START PAY-REGISTER KEY NOT < PR-KEY
078700          INVALID KEY
078800              MOVE 'Y' TO DL-REG-EOF-SW
078900      END-START.
079000      PERFORM 3110-LOAD-ONE-PERIOD THRU 3110-LOAD-ONE-PERIOD-EXIT
079100          UNTIL DL-REG-EOF.
079200  3100-LOAD-PERIODS-EXIT.
079300      EXIT.
079400  3110-LOAD-ONE-PERIOD.
079500      READ PAY-REGISTER NEXT RECORD
079600          AT END
079700              MOVE 'Y' TO DL-REG-EOF-SW
079800              GO TO 3110-LOAD-ONE-PERIOD-EXIT
079900      END-READ.
080000      IF PR-MATRICOLA NOT = EMP-MATRICOLA
080100              OR PR-PERIOD-END > DL-MONTH-END
080200          MOVE 'Y' TO DL-REG-EOF-SW
080300          GO TO 3110-LOAD-ONE-PERIOD-EXIT
080400      END-IF.
080500      IF DL-PER-COUNT >= 10
080600          DISPLAY 'MATRICOLA ' EMP-MATRICOLA ' - PIU'' DI 10 '
080700              'PERIODI NEL MESE, ECCEDENZA NON STAMPATA'
080800          MOVE 4 TO EX-SEVERITY
080900          MOVE EMP-MATRICOLA TO EX-KEY
081000          MOVE 'LUL: PIU'' DI 10 PERIODI NEL MESE - NON STAMPATI'
081100              TO EX-MESSAGE
081200          PERFORM 9800-WRITE-EXCEPTION
081300              THRU 9800-WRITE-EXCEPTION-EXIT
081400          IF RETURN-CODE < 4
081500              MOVE 4 TO RETURN-CODE
081600          END-IF
081700          MOVE 'Y' TO DL-REG-EOF-SW
081800          GO TO 3110-LOAD-ONE-PERIOD-EXIT
081900      END-IF.
082000      ADD 1 TO DL-PER-COUNT.
082100      MOVE DL-PER-COUNT TO DL-P.
082200      MOVE PR-PERIOD-END TO DL-PER-END(DL-P).
082300      MOVE PR-RUN-NUMBER TO DL-PER-RUN(DL-P).
082400      MOVE PR-GROSS TO DL-PER-GROSS(DL-P).
082500      MOVE PR-TREDICESIMA TO DL-PER-TRED(DL-P).
082600      MOVE PR-EXPENSES TO DL-PER-EXPENSES(DL-P).
082700      MOVE PR-NET TO DL-PER-NET(DL-P).
082800      MOVE PR-EMPLOYER TO DL-PER-EMPLOYER(DL-P).
082900      MOVE PR-TAX TO DL-PER-TAX(DL-P).
083000      MOVE PR-SOCIAL TO DL-PER-SOCIAL(DL-P).
083100      MOVE PR-UNION TO DL-PER-UNION(DL-P).
083200      MOVE PR-LOANS TO DL-PER-LOANS(DL-P).
083300      MOVE PR-GARNISH TO DL-PER-GARNISH(DL-P).
083400      ADD PR-GROSS TO DL-TOT-GROSS.
083500      ADD PR-TREDICESIMA TO DL-TOT-TRED.
083600      ADD PR-EXPENSES TO DL-TOT-EXPENSES.
083700      ADD PR-NET TO DL-TOT-NET.
083800      ADD PR-EMPLOYER TO DL-TOT-EMPLOYER.
083900      ADD PR-TAX TO DL-TOT-TAX.
084000      ADD PR-SOCIAL TO DL-TOT-SOCIAL.
084100      ADD PR-UNION TO DL-TOT-UNION.
084200      ADD PR-LOANS TO DL-TOT-LOANS.
084300      ADD PR-GARNISH TO DL-TOT-GARNISH.
084400  3110-LOAD-ONE-PERIOD-EXIT.
084500      EXIT.
084600****************************************************************
084700*  3900-NEXT-DAY
084800*  NEXT DAY OFF THE SORTED FILE, SKIPPING THE OLDER COPIES OF A
084900*  MATRICOLA/DATE ALREADY TAKEN (THE LATEST SORTS FIRST).
085000****************************************************************
085100  3900-NEXT-DAY.
085200      MOVE 'N' TO DL-DAY-KEPT-SW.
085300      PERFORM 3910-READ-ONE-DAY THRU 3910-READ-ONE-DAY-EXIT
085400          UNTIL DL-DAY-KEPT OR DL-DAYS-EOF.
085500  3900-NEXT-DAY-EXIT.
085600      EXIT.
085700  3910-READ-ONE-DAY.
085800      READ LUL-DAYS-FILE
085900          AT END
086000              MOVE 'Y' TO DL-DAYS-EOF-SW
086100              GO TO 3910-READ-ONE-DAY-EXIT
086200      END-READ.
086300      IF LD-MATRICOLA = DL-PREV-DAY-MATRICOLA
086400              AND LD-DATE = DL-PREV-DAY-DATE
086500          ADD 1 TO DL-DUP-COUNT
086600          GO TO 3910-READ-ONE-DAY-EXIT
086700      END-IF.
086800      MOVE LD-MATRICOLA TO DL-PREV-DAY-MATRICOLA.
086900      MOVE LD-DATE TO DL-PREV-DAY-DATE.
087000      MOVE 'Y' TO DL-DAY-KEPT-SW.
087100  3910-READ-ONE-DAY-EXIT.
087200      EXIT.
087300****************************************************************
087400*  3950-SKIP-ORPHAN-DAY
087500*  A DAY WHOSE MATRICOLA IS NOT ON EMPMAST: ONE EXCEPTION PER
087600*  MATRICOLA, THEN THE DAY IS PASSED OVER.
087700****************************************************************
087800  3950-SKIP-ORPHAN-DAY.
087900      IF LD-MATRICOLA NOT = DL-ORPHAN-MATRICOLA
088000          MOVE LD-MATRICOLA TO DL-ORPHAN-MATRICOLA
088100          ADD 1 TO DL-ORPHAN-COUNT
088200          DISPLAY 'MATRICOLA ' LD-MATRICOLA
088300              ' IN PDHIST MA NON IN EMPMAST - GIORNI NON STAMPATI'
088400          MOVE 4 TO EX-SEVERITY
088500          MOVE LD-MATRICOLA TO EX-KEY
088600          MOVE 'LUL: GIORNI PDHIST DI MATRICOLA NON IN EMPMAST'
088700              TO EX-MESSAGE
088800          PERFORM 9800-WRITE-EXCEPTION
088900              THRU 9800-WRITE-EXCEPTION-EXIT
089000          IF RETURN-CODE < 4
089100              MOVE 4 TO RETURN-CODE
089200          END-IF
089300      END-IF.
089400      PERFORM 3900-NEXT-DAY THRU 3900-NEXT-DAY-EXIT.
089500  3950-SKIP-ORPHAN-DAY-EXIT.
089600      EXIT.
089700****************************************************************
089800*  4000-PRINT-EMPLOYEE
089900*  ONE EMPLOYEE'S LUL SECTION, FROM A NEW PAGE: THE DAYS WITH
090000*  THEIR COUNTS AND HOURS, THEN THE PERIODS AS COMPETENZE AND
090100*  TRATTENUTE WITH THE MONTH TOTALS.
090200****************************************************************
090300  4000-PRINT-EMPLOYEE.
090400      ADD 1 TO DL-EMP-PRINTED.
090500      MOVE EMP-MATRICOLA TO LH-MATRICOLA.
090600      MOVE EMP-NOME TO LH-NOME.
090700      MOVE EMP-COST-CENTER TO LH-CC.
090800      IF EMP-MONTHLY
090900          MOVE 'MENSILE' TO LH-FREQ
091000      ELSE
091100          MOVE 'SETTIMANALE' TO LH-FREQ
091200      END-IF.
091300      MOVE EMP-DATA-ASSUNZIONE TO DL-EDIT-DATE-IN.
091400      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
091500      MOVE DL-EDIT-DATE TO LH-HIRE.
091600      MOVE SPACES TO LH-TERM.
091700      IF EMP-DATA-CESSAZIONE NOT = 0
091800          MOVE EMP-DATA-CESSAZIONE TO DL-EDIT-DATE-IN
091900          PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT
092000          MOVE DL-EDIT-DATE TO LH-TERM
092100      END-IF.
092200      MOVE 'N' TO DL-CONTINUED-SW.
092300      PERFORM 8100-WRITE-LUL-HEADING
092400          THRU 8100-WRITE-LUL-HEADING-EXIT.
092500      MOVE 'Y' TO DL-CONTINUED-SW.
092600      MOVE 0 TO DL-N-WORKED DL-N-FERIE DL-N-MALATTIA
092700          DL-N-PERMESSO.
092800      MOVE 0 TO DL-HRS-WORKED DL-HRS-OT DL-HRS-LEAVE.
092900      MOVE 'PRESENZE E ASSENZE' TO DL-LUL-LINE.
093000      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
093100      IF DL-HAS-DAYS
093200          MOVE DL-LA-COLS TO DL-LUL-LINE
093300          PERFORM 8200-WRITE-LUL-LINE
093400              THRU 8200-WRITE-LUL-LINE-EXIT
093500          PERFORM 4100-PRINT-ONE-DAY THRU 4100-PRINT-ONE-DAY-EXIT
093600              UNTIL DL-DAYS-EOF
093700              OR LD-MATRICOLA NOT = EMP-MATRICOLA
093800          MOVE DL-N-WORKED TO LT-WORKED
093900          MOVE DL-N-FERIE TO LT-FERIE
094000          MOVE DL-N-MALATTIA TO LT-MALATTIA
094100          MOVE DL-N-PERMESSO TO LT-PERMESSO
094200          MOVE DL-LA-TOT1 TO DL-LUL-LINE
094300          PERFORM 8200-WRITE-LUL-LINE
094400              THRU 8200-WRITE-LUL-LINE-EXIT
094500          MOVE DL-HRS-WORKED TO LT-HRS-WORKED
094600          MOVE DL-HRS-OT TO LT-HRS-OT
094700          MOVE DL-HRS-LEAVE TO LT-HRS-LEAVE
094800          MOVE DL-LA-TOT2 TO DL-LUL-LINE
094900          PERFORM 8200-WRITE-LUL-LINE
095000              THRU 8200-WRITE-LUL-LINE-EXIT
095100      ELSE
095200          MOVE 'NESSUNA PRESENZA RETRIBUITA NEL MESE'
095300              TO DL-LUL-LINE
095400          PERFORM 8200-WRITE-LUL-LINE
095500              THRU 8200-WRITE-LUL-LINE-EXIT
095600      END-IF.
095700      MOVE SPACES TO DL-LUL-LINE.
095800      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
095900      IF DL-PER-COUNT = 0
096000          MOVE 'NESSUN PERIODO RETRIBUITO NEL MESE' TO DL-LUL-LINE
096100          PERFORM 8200-WRITE-LUL-LINE
096200              THRU 8200-WRITE-LUL-LINE-EXIT
096300          GO TO 4000-PRINT-EMPLOYEE-EXIT
096400      END-IF.
096500      MOVE 'ELEMENTI RETRIBUTIVI - COMPETENZE' TO DL-LUL-LINE.
096600      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
096700      MOVE DL-LC-COLS TO DL-LUL-LINE.
096800      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
096900      PERFORM 4200-PRINT-ONE-COMPETENZE
097000          THRU 4200-PRINT-ONE-COMPETENZE-EXIT
097100          VARYING DL-P FROM 1 BY 1 UNTIL DL-P > DL-PER-COUNT.
097200      MOVE 'TOTALE' TO LC-DATE.
097300      MOVE SPACES TO LC-RUN.
097400      MOVE DL-TOT-GROSS TO LC-GROSS.
097500      MOVE DL-TOT-TRED TO LC-TRED.
097600      MOVE DL-TOT-EXPENSES TO LC-EXPENSES.
097700      MOVE DL-TOT-NET TO LC-NET.
097800      MOVE DL-TOT-EMPLOYER TO LC-EMPLOYER.
097900      MOVE DL-LC-DETAIL TO DL-LUL-LINE.
098000      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
098100      MOVE SPACES TO DL-LUL-LINE.
098200      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
098300      MOVE 'ELEMENTI RETRIBUTIVI - TRATTENUTE' TO DL-LUL-LINE.
098400      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
098500      MOVE DL-LT-COLS TO DL-LUL-LINE.
098600      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
098700      PERFORM 4300-PRINT-ONE-TRATTENUTE
098800          THRU 4300-PRINT-ONE-TRATTENUTE-EXIT
098900          VARYING DL-P FROM 1 BY 1 UNTIL DL-P > DL-PER-COUNT.
099000      MOVE 'TOTALE' TO LT-DATE.
099100      MOVE SPACES TO LT-RUN.
099200      MOVE DL-TOT-TAX TO LT-TAX.
099300      MOVE DL-TOT-SOCIAL TO LT-SOCIAL.
099400      MOVE DL-TOT-UNION TO LT-UNION.
099500      MOVE DL-TOT-LOANS TO LT-LOANS.
099600      MOVE DL-TOT-GARNISH TO LT-GARNISH.
099700      MOVE DL-LT-DETAIL TO DL-LUL-LINE.
099800      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
099900  4000-PRINT-EMPLOYEE-EXIT.
100000      EXIT.
100100****************************************************************
100200*  4100-PRINT-ONE-DAY
100300*  ONE DAY LINE, COUNTED BY CAUSALE: HOURS OF A WORKED DAY ARE
100400*  HOURS WORKED (OVERTIME INCLUDED), THOSE OF A LEAVE DAY THE
100500*  STANDARD DAY PAID AS ABSENCE.
100600****************************************************************
100700  4100-PRINT-ONE-DAY.
100800      MOVE LD-DATE TO DL-EDIT-DATE-IN.
100900      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
101000      MOVE DL-EDIT-DATE TO LA-DATE.
101100      MOVE SPACES TO LA-DAY.
101200      IF LD-DAY-CODE >= 1 AND LD-DAY-CODE <= 7
101300          MOVE WD-NOME(LD-DAY-CODE) TO LA-DAY
101400      END-IF.
101500      EVALUATE LD-TYPE
101600          WHEN 'S'
101700              MOVE 'LAVORATO' TO LA-CAUSALE
101800              ADD 1 TO DL-N-WORKED
101900              ADD LD-HOURS TO DL-HRS-WORKED
102000          WHEN 'F'
102100              MOVE 'FERIE' TO LA-CAUSALE
102200              ADD 1 TO DL-N-FERIE
102300              ADD LD-HOURS TO DL-HRS-LEAVE
102400          WHEN 'M'
102500              MOVE 'MALATTIA' TO LA-CAUSALE
102600              ADD 1 TO DL-N-MALATTIA
102700              ADD LD-HOURS TO DL-HRS-LEAVE
102800          WHEN 'P'
102900              MOVE 'PERMESSO' TO LA-CAUSALE
103000              ADD 1 TO DL-N-PERMESSO
103100              ADD LD-HOURS TO DL-HRS-LEAVE
103200          WHEN OTHER
103300              MOVE SPACES TO LA-CAUSALE
103400              STRING 'ALTRO (' LD-TYPE ')' DELIMITED BY SIZE
103500                  INTO LA-CAUSALE
103600      END-EVALUATE.
103700      ADD LD-OT-HOURS TO DL-HRS-OT.
103800      MOVE LD-HOURS TO LA-HOURS.
103900      MOVE LD-OT-HOURS TO LA-OT-HOURS.
104000      IF LD-HOLIDAY-FLAG = 'Y'
104100          MOVE 'SI' TO LA-HOLIDAY
104200      ELSE
104300          MOVE SPACES TO LA-HOLIDAY
104400      END-IF.
104500      MOVE LD-AMOUNT TO LA-AMOUNT.
104600      MOVE DL-LA-DETAIL TO DL-LUL-LINE.
104700      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
104800      PERFORM 3900-NEXT-DAY THRU 3900-NEXT-DAY-EXIT.
104900  4100-PRINT-ONE-DAY-EXIT.
105000      EXIT.
105100****************************************************************
105200*  4200-PRINT-ONE-COMPETENZE / 4300-PRINT-ONE-TRATTENUTE
105300*  ONE PERIOD LINE OF EACH TABLE.
105400****************************************************************
105500  4200-PRINT-ONE-COMPETENZE.
105600      MOVE DL-PER-END(DL-P) TO DL-EDIT-DATE-IN.
105700      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
105800      MOVE DL-EDIT-DATE TO LC-DATE.
105900      MOVE DL-PER-RUN(DL-P) TO LC-RUN.
106000      MOVE DL-PER-GROSS(DL-P) TO LC-GROSS.
106100      MOVE DL-PER-TRED(DL-P) TO LC-TRED.
106200      MOVE DL-PER-EXPENSES(DL-P) TO LC-EXPENSES.
106300      MOVE DL-PER-NET(DL-P) TO LC-NET.
106400      MOVE DL-PER-EMPLOYER(DL-P) TO LC-EMPLOYER.
106500      MOVE DL-LC-DETAIL TO DL-LUL-LINE.
106600      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
106700  4200-PRINT-ONE-COMPETENZE-EXIT.
106800      EXIT.
106900  4300-PRINT-ONE-TRATTENUTE.
107000      MOVE DL-PER-END(DL-P) TO DL-EDIT-DATE-IN.
107100      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
107200      MOVE DL-EDIT-DATE TO LT-DATE.
107300      MOVE DL-PER-RUN(DL-P) TO LT-RUN.
107400      MOVE DL-PER-TAX(DL-P) TO LT-TAX.
107500      MOVE DL-PER-SOCIAL(DL-P) TO LT-SOCIAL.
107600      MOVE DL-PER-UNION(DL-P) TO LT-UNION.
107700      MOVE DL-PER-LOANS(DL-P) TO LT-LOANS.
107800      MOVE DL-PER-GARNISH(DL-P) TO LT-GARNISH.
107900      MOVE DL-LT-DETAIL TO DL-LUL-LINE.
108000      PERFORM 8200-WRITE-LUL-LINE THRU 8200-WRITE-LUL-LINE-EXIT.
108100  4300-PRINT-ONE-TRATTENUTE-EXIT.
108200      EXIT.
108300****************************************************************
108400*  6000-REGISTER-PAGES
108500*  APPENDS THE PRINT TO THE PAGE REGISTER (CREATING IT ON FIRST
108600*  USE).  IF IT CANNOT BE WRITTEN THE PAGES ARE NOT REGISTERED:
108700*  RC 8, AND THE PRINT MUST BE DESTROYED.
108800****************************************************************
108900  6000-REGISTER-PAGES.
109000      OPEN EXTEND LUL-PAGE-FILE.
109100      IF DL-LP-FILE-STATUS = '35'
109200          OPEN OUTPUT LUL-PAGE-FILE
109300      END-IF.
109400      IF DL-LP-FILE-STATUS NOT = '00'
109500          DISPLAY 'IMPOSSIBILE REGISTRARE LE PAGINE '
109600              DL-FIRST-LUL-PAGE
109700              ' - ' DL-LUL-PAGE ' - STATUS ' DL-LP-FILE-STATUS
109800          DISPLAY 'DISTRUGGERE LA STAMPA E RIPETERE'
109900          MOVE 8 TO EX-SEVERITY
110000          MOVE DL-WANTED-MONTH TO EX-KEY
110100          MOVE 'LUL STAMPATO MA PAGINE NON REGISTRATE IN LULPAGE'
110200              TO EX-MESSAGE
110300          PERFORM 9800-WRITE-EXCEPTION
110400              THRU 9800-WRITE-EXCEPTION-EXIT
110500          MOVE 8 TO RETURN-CODE
110600          GO TO 6000-REGISTER-PAGES-EXIT
110700      END-IF.
110800      MOVE SPACES TO LUL-PAGE-RECORD.
110900      MOVE DL-RUN-COMPANY TO LP-COMPANY.
111000      MOVE DL-WANTED-YEAR TO LP-YEAR.
111100      MOVE DL-WANTED-MM TO LP-MM.
111200      MOVE DL-FIRST-LUL-PAGE TO LP-FIRST-PAGE.
111300      MOVE DL-LUL-PAGE TO LP-LAST-PAGE.
111400      MOVE DL-PRINT-TYPE-SW TO LP-PRINT-TYPE.
111500      MOVE DL-EMP-PRINTED TO LP-EMP-COUNT.
111600      ACCEPT LP-DATE FROM DATE YYYYMMDD.
111700      ACCEPT LP-TIME FROM TIME.
111800      WRITE LUL-PAGE-RECORD.
111900      CLOSE LUL-PAGE-FILE.
112000  6000-REGISTER-PAGES-EXIT.
112100      EXIT.
112200****************************************************************
112300*  8100-WRITE-LUL-HEADING / 8200-WRITE-LUL-LINE
112400*  FILE-SIDE PAGINATION FOR THE LUL, AS IN DAYS: 8100 TAKES THE
112500*  NEXT LUL PAGE NUMBER AND WRITES THE COMPANY, MONTH/PAGE AND
112600*  EMPLOYEE HEADING (SEGUE ON A CONTINUATION PAGE); 8200 WRITES
112700*  ONE DL-LUL-LINE, BREAKING TO A NEW PAGE AT RH-LINES-PER-PAGE.
112800****************************************************************
112900  8100-WRITE-LUL-HEADING.
113000      ADD 1 TO DL-LUL-PAGE.
113100      MOVE DL-LUL-PAGE TO LH-PAGE.
113200      IF DL-FIRST-PAGE
113300          MOVE 'N' TO DL-FIRST-PAGE-SW
113400          WRITE LUL-REPORT-RECORD FROM DL-LH1
113500      ELSE
113600          WRITE LUL-REPORT-RECORD FROM DL-LH1
113700              AFTER ADVANCING PAGE
113800      END-IF.
113900      WRITE LUL-REPORT-RECORD FROM DL-LH2.
114000      IF DL-EMP-CONTINUED
114100          MOVE '(SEGUE)' TO LH-SEGUE
114200      ELSE
114300          MOVE SPACES TO LH-SEGUE
114400      END-IF.
114500      WRITE LUL-REPORT-RECORD FROM DL-LH3.
114600      WRITE LUL-REPORT-RECORD FROM DL-LH4.
114700      WRITE LUL-REPORT-RECORD FROM DL-LUL-SEPARATOR.
114800      MOVE 5 TO RH-LINE-CT.
114900  8100-WRITE-LUL-HEADING-EXIT.
115000      EXIT.
115100  8200-WRITE-LUL-LINE.
115200      IF RH-LINE-CT >= RH-LINES-PER-PAGE
115300          PERFORM 8100-WRITE-LUL-HEADING
115400              THRU 8100-WRITE-LUL-HEADING-EXIT
115500      END-IF.
115600      WRITE LUL-REPORT-RECORD FROM DL-LUL-LINE.
115700      ADD 1 TO RH-LINE-CT.
115800  8200-WRITE-LUL-LINE-EXIT.
115900      EXIT.
116000****************************************************************
116100*  8300-EDIT-DATE
116200*  DL-EDIT-DATE-IN (AAAAMMGG) AS GG/MM/AAAA IN DL-EDIT-DATE.
116300****************************************************************
116400  8300-EDIT-DATE.
116500      MOVE DL-EDIT-DD TO DL-ED-DD.
116600      MOVE DL-EDIT-MM TO DL-ED-MM.
116700      MOVE DL-EDIT-CCYY TO DL-ED-CCYY.
116800  8300-EDIT-DATE-EXIT.
116900      EXIT.
117000****************************************************************
117100*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
117200*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
117300*  BATCH STEPS.
117400****************************************************************
117500  9700-OPEN-EXCEPTION-FILE.
117600      OPEN EXTEND EXCEPTION-FILE.
117700      IF DL-EXC-FILE-STATUS = '35'
117800          OPEN OUTPUT EXCEPTION-FILE
117900          CLOSE EXCEPTION-FILE
118000          OPEN EXTEND EXCEPTION-FILE
118100      END-IF.
118200  9700-OPEN-EXCEPTION-FILE-EXIT.
118300      EXIT.
118400  9800-WRITE-EXCEPTION.
118500      MOVE 'LULPRT' TO EX-PROGRAM-ID.
118600      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
118700      ACCEPT EX-RUN-TIME FROM TIME.
118800      MOVE 'N' TO EX-ACK-FLAG.
118900      MOVE SPACES TO EX-ACK-OPERATOR.
119000      MOVE 0 TO EX-ACK-DATE.
119100      MOVE SPACES TO EX-ACK-NOTE.
119200      WRITE EXCEPTION-RECORD.
119300  9800-WRITE-EXCEPTION-EXIT.
119400      EXIT.
119500****************************************************************
119600*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
119700****************************************************************
119800  COPY RPTHDRP.
