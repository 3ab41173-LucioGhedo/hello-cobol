001400*  WITH COMPANY TOTALS AT THE END.  THE TAX-TIME CERTIFICATE
001500*  STOPS BEING ASSEMBLED FROM 52 PAYSLIPS.  RC 4 WHEN THE
001600*  YEAR HAS NO ARCHIVED RECORDS, 8 ON A FILE-OPEN FAILURE.
001610*  EACH STATEMENT IS HEADED WITH THE EMPLOYER - THE LEGAL NAME
001620*  AND TAX CODE ON COMPREF OF THE EMPLOYEE'S COMPANY (EMPMAST)
001630*  - AND THE TOTALS AT THE END ARE KEPT PER COMPANY.  AN
001640*  EMPLOYEE NO LONGER ON THE MASTER (OR NO EMPMAST) COUNTS AS
001650*  COMPANY 01.
001700*  MOD HISTORY
001800*  01/09/2026 LG  NEW.
001810*  15/10/2026 LG  EACH STATEMENT NOW CLOSES WITH THE YEAR'S TFR
001820*                 FROM THE KEYED TFR ACCUMULATOR (TFRMAST,
001830*                 TFRREC.CPY): ACCRUAL, REVALUATION AND THE FUND
001840*                 AT 31/12 ONCE TFRRIV HAS CLOSED THE YEAR, THE
001850*                 ACCRUAL SO FAR AND A PROVISIONAL BALANCE BEFORE.
001860*                 NO TFRMAST FILE JUST MEANS NO TFR LINES.
001870*  15/10/2026 LG  PRINTS THE YEAR'S TREDICESIMA (YA-TREDICESIMA,
001880*                 PART OF THE GROSS) WHEN ONE WAS PAID.
001884*  15/10/2026 LG  EACH STATEMENT IS HEADED WITH THE LEGAL NAME
001888*                 AND TAX CODE OF THE EMPLOYEE'S COMPANY (EMPMAST,
001892*                 COMPREF) AND CLOSING TOTALS ARE PRINTED PER
001896*                 COMPANY.
001900****************************************************************
002000  ENVIRONMENT DIVISION.
002100  CONFIGURATION SECTION.
003000          FILE STATUS IS DL-ARC-FILE-STATUS.
003100      SELECT STATEMENT-PRINT ASSIGN TO "STMTS"
003200          ORGANIZATION LINE SEQUENTIAL.
003210      SELECT TFR-MASTER ASSIGN TO "TFRMAST"
003220          ORGANIZATION INDEXED
003230          ACCESS MODE DYNAMIC
003240          RECORD KEY TF-MATRICOLA
003250          FILE STATUS IS DL-TFR-FILE-STATUS.
003260      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003270          ORGANIZATION INDEXED
003280          ACCESS MODE DYNAMIC
003290          RECORD KEY EMP-MATRICOLA
003295          FILE STATUS IS DL-EMP-FILE-STATUS.
003300*
003400  DATA DIVISION.
003500  FILE SECTION.
003700  COPY YTDAREC.
003800  FD  STATEMENT-PRINT.
003900  01  STATEMENT-PRINT-RECORD       PIC X(80).
003930  FD  TFR-MASTER.
003960  COPY TFRREC.
003970  FD  EMPLOYEE-MASTER.
003980  01  EMPLOYEE-MASTER-RECORD.
003990      COPY EMPREC.
004000*
004100  WORKING-STORAGE SECTION.
004200  COPY RPTHDRW.
004700  01  DL-EMP-COUNT                 PIC 9(06) VALUE 0.
004800  01  DL-TOT-GROSS                 PIC 9(11)V99 VALUE 0.
004900  01  DL-TOT-NET                   PIC 9(11)V99 VALUE 0.
004920  01  DL-TFR-FILE-STATUS           PIC X(02).
004940  01  DL-TFR-SW                    PIC X(01) VALUE 'N'.
004960      88  DL-TFR-AVAILABLE                    VALUE 'Y'.
004962  01  DL-EMP-FILE-STATUS           PIC X(02).
004964  01  DL-EMP-SW                    PIC X(01) VALUE 'N'.
004966      88  DL-EMP-AVAILABLE                    VALUE 'Y'.
004968  01  DL-EMP-COMPANY               PIC X(02).
004970  01  DL-COMPANY-RESULT            PIC 9(01).
004972  COPY COMPREF.
004974  01  DL-FOUND-SW                  PIC X(01).
004976      88  DL-CO-FOUND                         VALUE 'Y'.
004978  01  DL-I                         PIC 9(03).
004980  01  DL-HIT                       PIC 9(03).
004982  01  DL-CO-COUNT                  PIC 9(03) VALUE 0.
004984  01  DL-CO-TABLE.
004986      05  DL-CO-ENTRY OCCURS 50 TIMES.
004988          10  DL-CO-CODE           PIC X(02).
004990          10  DL-CO-NAME           PIC X(30).
004992          10  DL-CO-TAX-CODE       PIC X(16).
004994          10  DL-CO-EMPS           PIC 9(06).
004996          10  DL-CO-GROSS          PIC 9(11)V99.
004998          10  DL-CO-NET            PIC 9(11)V99.
005000  01  DL-ST-TITLE.
005100      05  FILLER                   PIC X(32) VALUE
005200          'CERTIFICAZIONE ANNUALE - ANNO   '.
006900      05  ST-TOT-AMOUNT            PIC Z(08)9.99.
007000      05  FILLER                   PIC X(46) VALUE SPACES.
007100  01  DL-ST-SEPARATOR              PIC X(80) VALUE ALL '-'.
007104  01  DL-ST-CO-LINE.
007108      05  ST-CO-NAME               PIC X(30).
007112      05  FILLER                   PIC X(07) VALUE '  C.F. '.
007116      05  ST-CO-TAX-CODE           PIC X(16).
007120      05  FILLER                   PIC X(27) VALUE SPACES.
007124  01  DL-ST-CO-TITLE.
007128      05  FILLER                   PIC X(32) VALUE
007132          'TOTALI PER AZIENDA - ANNO       '.
007136      05  ST-CO-TITLE-YEAR         PIC 9(04).
007140      05  FILLER                   PIC X(44) VALUE SPACES.
007144  01  DL-ST-CO-HEAD.
007148      05  FILLER                   PIC X(08) VALUE 'AZIENDA '.
007152      05  ST-CO-CODE               PIC X(02).
007156      05  FILLER                   PIC X(01) VALUE SPACE.
007160      05  ST-CO-HEAD-NAME          PIC X(30).
007164      05  FILLER                   PIC X(39) VALUE SPACES.
007168  01  DL-ST-CO-COUNT-LINE.
007172      05  FILLER                   PIC X(22) VALUE
007176          'CERTIFICAZIONI      : '.
007180      05  ST-CO-EMPS               PIC ZZZZZ9.
007184      05  FILLER                   PIC X(52) VALUE SPACES.
007200*
007300  PROCEDURE DIVISION.
007400****************************************************************
008800          GOBACK
008900      END-IF.
009000      OPEN OUTPUT STATEMENT-PRINT.
009020      OPEN INPUT TFR-MASTER.
009040      IF DL-TFR-FILE-STATUS = '00'
009060          MOVE 'Y' TO DL-TFR-SW
009080      END-IF.
009082      OPEN INPUT EMPLOYEE-MASTER.
009084      IF DL-EMP-FILE-STATUS = '00'
009086          MOVE 'Y' TO DL-EMP-SW
009088      END-IF.
009100      MOVE 'N' TO DL-EOF-SW.
009200      MOVE DL-WANTED-YEAR TO YA-YEAR.
009300      MOVE LOW-VALUES TO YA-MATRICOLA.
010000          UNTIL DL-END-OF-FILE.
010100      MOVE SPACES TO STATEMENT-PRINT-RECORD.
010200      WRITE STATEMENT-PRINT-RECORD.
010210      IF DL-CO-COUNT > 0
010220          PERFORM 3000-PRINT-COMPANY-TOTALS
010230              THRU 3000-PRINT-COMPANY-TOTALS-EXIT
010240      END-IF.
010300      CLOSE STATEMENT-PRINT YTD-ARCHIVE.
010320      IF DL-TFR-AVAILABLE
010340          CLOSE TFR-MASTER
010360      END-IF.
010362      IF DL-EMP-AVAILABLE
010364          CLOSE EMPLOYEE-MASTER
010366      END-IF.
010400      DISPLAY 'CERTIFICAZIONI STAMPATE: ' DL-EMP-COUNT.
010500      DISPLAY 'TOTALE LORDO  : ' DL-TOT-GROSS.
010600      DISPLAY 'TOTALE NETTO  : ' DL-TOT-NET.
012700          MOVE 'Y' TO DL-EOF-SW
012800          GO TO 1000-PRINT-ONE-STATEMENT-EXIT
012900      END-IF.
012910      PERFORM 1200-FIND-COMPANY THRU 1200-FIND-COMPANY-EXIT.
012920      IF DL-HIT = 0
012930          MOVE 'Y' TO DL-EOF-SW
012940          GO TO 1000-PRINT-ONE-STATEMENT-EXIT
012950      END-IF.
012960      MOVE DL-CO-NAME(DL-HIT) TO ST-CO-NAME.
012970      MOVE DL-CO-TAX-CODE(DL-HIT) TO ST-CO-TAX-CODE.
013000      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-CO-LINE
013100          AFTER ADVANCING PAGE.
013200      MOVE YA-YEAR TO ST-TITLE-YEAR.
013300      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TITLE.
014100      MOVE 'TOTALE LORDO        : ' TO ST-TOT-LABEL.
014200      MOVE YA-GROSS TO ST-TOT-AMOUNT.
014300      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TOT-LINE.
014310      IF YA-TREDICESIMA NOT = 0
014320          MOVE 'DI CUI TREDICESIMA  : ' TO ST-TOT-LABEL
014330          MOVE YA-TREDICESIMA TO ST-TOT-AMOUNT
014340          WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TOT-LINE
014350      END-IF.
014400      MOVE 'TRATTENUTA FISCALE  : ' TO ST-TOT-LABEL.
014500      MOVE YA-TAX TO ST-TOT-AMOUNT.
014600      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TOT-LINE.
015300      MOVE 'NETTO PERCEPITO     : ' TO ST-TOT-LABEL.
015400      MOVE YA-NET TO ST-TOT-AMOUNT.
015500      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TOT-LINE.
015520      IF DL-TFR-AVAILABLE
015540          PERFORM 1100-PRINT-TFR THRU 1100-PRINT-TFR-EXIT
015560      END-IF.
015600      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-SEPARATOR.
015700      ADD 1 TO DL-EMP-COUNT.
015800      ADD YA-GROSS TO DL-TOT-GROSS.
015900      ADD YA-NET TO DL-TOT-NET.
015910      ADD 1 TO DL-CO-EMPS(DL-HIT).
015920      ADD YA-GROSS TO DL-CO-GROSS(DL-HIT).
015930      ADD YA-NET TO DL-CO-NET(DL-HIT).
016000  1000-PRINT-ONE-STATEMENT-EXIT.
016100      EXIT.
016200****************************************************************
016300*  1100-PRINT-TFR
016400*  THE YEAR'S TFR LINES.  A YEAR TFRRIV HAS CLOSED IS IN THE
016500*  TF-CLOSED- FIELDS AND ITS REVALUED FUND IS THE NEXT YEAR'S
016600*  OPENING BALANCE; A YEAR STILL OPEN SHOWS WHAT HAS ACCRUED
016700*  SO FAR.  NOTHING IS PRINTED FOR ANY OTHER YEAR.
016800****************************************************************
016900  1100-PRINT-TFR.
017000      MOVE YA-MATRICOLA TO TF-MATRICOLA.
017100      READ TFR-MASTER
017200          INVALID KEY
017300              GO TO 1100-PRINT-TFR-EXIT
017400      END-READ.
017500      IF TF-CLOSED-YEAR = DL-WANTED-YEAR
017600          MOVE 'TFR MATURATO ANNO   : ' TO ST-TOT-LABEL
017700          MOVE TF-CLOSED-ACCRUAL TO ST-TOT-AMOUNT
017800          WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TOT-LINE
017900          MOVE 'RIVALUTAZIONE TFR   : ' TO ST-TOT-LABEL
018000          MOVE TF-CLOSED-REVAL TO ST-TOT-AMOUNT
018100          WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TOT-LINE
018200          MOVE 'FONDO TFR AL 31/12  : ' TO ST-TOT-LABEL
018300          MOVE TF-OPENING-BAL TO ST-TOT-AMOUNT
018400          WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TOT-LINE
018500          GO TO 1100-PRINT-TFR-EXIT
018600      END-IF.
018700      IF TF-YEAR = DL-WANTED-YEAR
018800          MOVE 'TFR MATURATO ANNO   : ' TO ST-TOT-LABEL
018900          MOVE TF-YEAR-ACCRUAL TO ST-TOT-AMOUNT
019000          WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TOT-LINE
019100          MOVE 'FONDO TFR PROVVISOR.: ' TO ST-TOT-LABEL
019200          MOVE TF-BALANCE TO ST-TOT-AMOUNT
019300          WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TOT-LINE
019400      END-IF.
019500  1100-PRINT-TFR-EXIT.
019600      EXIT.
019610****************************************************************
019620*  1200-FIND-COMPANY
019630*  THE EMPLOYEE'S COMPANY AND ITS TOTALS ENTRY (DL-HIT), ADDED
019640*  ON ITS FIRST STATEMENT WITH THE NAME AND TAX CODE FROM
019650*  COMPREF.  A CODE COMPREF DOES NOT KNOW KEEPS THE DEFAULT
019660*  HEADING NAME.  DL-HIT IS 0 WHEN THE TABLE IS FULL.
019670****************************************************************
019680  1200-FIND-COMPANY.
019690      MOVE SPACES TO EMP-COMPANY.
019700      IF DL-EMP-AVAILABLE
019710          MOVE YA-MATRICOLA TO EMP-MATRICOLA
019720          READ EMPLOYEE-MASTER
019730              INVALID KEY
019740                  MOVE SPACES TO EMP-COMPANY
019750          END-READ
019760      END-IF.
019770      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
019780      IF DL-EMP-COMPANY = SPACES
019790          MOVE '01' TO DL-EMP-COMPANY
019800      END-IF.
019810      MOVE 'N' TO DL-FOUND-SW.
019820      MOVE 0 TO DL-HIT.
019830      PERFORM 1210-MATCH-ONE-COMPANY
019840          THRU 1210-MATCH-ONE-COMPANY-EXIT
019850          VARYING DL-I FROM 1 BY 1
019860          UNTIL DL-I > DL-CO-COUNT OR DL-CO-FOUND.
019870      IF DL-CO-FOUND
019880          GO TO 1200-FIND-COMPANY-EXIT
019890      END-IF.
019900      IF DL-CO-COUNT >= 50
019910          DISPLAY 'TABELLA AZIENDE PIENA - ELABORAZIONE '
019920              'INTERROTTA'
019930          MOVE 8 TO RETURN-CODE
019940          GO TO 1200-FIND-COMPANY-EXIT
019950      END-IF.
019960      ADD 1 TO DL-CO-COUNT.
019970      MOVE DL-CO-COUNT TO DL-HIT.
019980      MOVE DL-EMP-COMPANY TO DL-CO-CODE(DL-HIT).
019990      MOVE RH-COMPANY-NAME TO DL-CO-NAME(DL-HIT).
020000      MOVE SPACES TO DL-CO-TAX-CODE(DL-HIT).
020010      MOVE 0 TO DL-CO-EMPS(DL-HIT).
020020      MOVE 0 TO DL-CO-GROSS(DL-HIT).
020030      MOVE 0 TO DL-CO-NET(DL-HIT).
020040      CALL 'COMPINFO' USING DL-EMP-COMPANY COMPANY-RECORD
020050          DL-COMPANY-RESULT.
020060      IF DL-COMPANY-RESULT = 0 OR DL-COMPANY-RESULT = 3
020070          MOVE CO-NAME TO DL-CO-NAME(DL-HIT)
020080          MOVE CO-TAX-CODE TO DL-CO-TAX-CODE(DL-HIT)
020090      ELSE
020100          DISPLAY 'AZIENDA ' DL-EMP-COMPANY
020110              ' NON IN COMPREF - INTESTAZIONE STANDARD'
020120          IF RETURN-CODE < 4
020130              MOVE 4 TO RETURN-CODE
020140          END-IF
020150      END-IF.
020160  1200-FIND-COMPANY-EXIT.
020170      EXIT.
020180  1210-MATCH-ONE-COMPANY.
020190      IF DL-CO-CODE(DL-I) = DL-EMP-COMPANY
020200          MOVE 'Y' TO DL-FOUND-SW
020210          MOVE DL-I TO DL-HIT
020220      END-IF.
020230  1210-MATCH-ONE-COMPANY-EXIT.
020240      EXIT.
020250****************************************************************
020260*  3000-PRINT-COMPANY-TOTALS
020270*  ONE CLOSING PAGE WITH EACH COMPANY'S STATEMENTS, GROSS AND
020280*  NET, IN THE ORDER THE COMPANIES WERE FIRST MET.
020290****************************************************************
020300  3000-PRINT-COMPANY-TOTALS.
020310      MOVE DL-WANTED-YEAR TO ST-CO-TITLE-YEAR.
020320      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-CO-TITLE
020330          AFTER ADVANCING PAGE.
020340      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-SEPARATOR.
020350      PERFORM 3010-PRINT-ONE-COMPANY
020360          THRU 3010-PRINT-ONE-COMPANY-EXIT
020370          VARYING DL-I FROM 1 BY 1
020380          UNTIL DL-I > DL-CO-COUNT.
020390  3000-PRINT-COMPANY-TOTALS-EXIT.
020400      EXIT.
020410  3010-PRINT-ONE-COMPANY.
020420      MOVE DL-CO-CODE(DL-I) TO ST-CO-CODE.
020430      MOVE DL-CO-NAME(DL-I) TO ST-CO-HEAD-NAME.
020440      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-CO-HEAD.
020450      MOVE DL-CO-EMPS(DL-I) TO ST-CO-EMPS.
020460      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-CO-COUNT-LINE.
020470      MOVE 'TOTALE LORDO        : ' TO ST-TOT-LABEL.
020480      MOVE DL-CO-GROSS(DL-I) TO ST-TOT-AMOUNT.
020490      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TOT-LINE.
020500      MOVE 'TOTALE NETTO        : ' TO ST-TOT-LABEL.
020510      MOVE DL-CO-NET(DL-I) TO ST-TOT-AMOUNT.
020520      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-TOT-LINE.
020530      WRITE STATEMENT-PRINT-RECORD FROM DL-ST-SEPARATOR.
020540      DISPLAY 'AZIENDA ' DL-CO-CODE(DL-I) ': CERTIFICAZIONI '
020550          DL-CO-EMPS(DL-I) ' LORDO ' DL-CO-GROSS(DL-I).
020560  3010-PRINT-ONE-COMPANY-EXIT.
020570      EXIT.
