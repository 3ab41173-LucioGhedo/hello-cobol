000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYAUDIT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  PAYAUDIT
000900*  PAYROLL ANOMALY AUDIT - GHOST EMPLOYEES AND REDIRECTED PAY.
001000*  AS A STEP OF THE WEEKLY STREAM, BEHIND BANKPAY, IT READS THE
001100*  COMPANY'S BANK FILE AND CHECKS EVERY CREDIT AGAINST EMPMAST,
001200*  THE CLEAN TIMESHEETS (TSCLEAN), THE PAY REGISTER AND THE
001300*  CHANGE LOGS:
001400*    IBAN-DUP  THE SAME IBAN ON MORE THAN ONE MATRICOLA (EVERY
001500*              EMPLOYEE NOT TERMINATED, A PAIR IS REPORTED WHEN
001600*              EITHER SIDE BELONGS TO THE COMPANY)
001700*    IBAN-VAR  THE IBAN CHANGED ON CHGLOG (EMPMNT OR PNDAPP) IN
001800*              THE PP-AUD-IBAN-DAYS BEFORE THE PAYMENT
001900*    IBAN-RIC  AN IBAN CHANGE ASKED FOR ON PENDCHG IN THE SAME
002000*              DAYS AND STILL PENDING OR REJECTED
002100*    IBAN-DIF  THE CREDIT'S IBAN IS NOT THE ONE ON EMPMAST
002200*    NO-ANAG   A CREDIT TO A MATRICOLA NOT ON EMPMAST
002300*    NO-GIORN  NET PAY WITH NO DAY WORKED OR PAID LEAVE ON
002400*              TSCLEAN IN THE PERIOD
002500*    NEOASSUN  HIRED INSIDE THE PERIOD BEING PAID
002600*    NETTO-AL  NET ABOVE PP-AUD-NET-FACTOR TIMES THE EMPLOYEE'S
002700*              AVERAGE NET ON PAYREG OVER THE PAST YEAR (AT LEAST
002800*              FOUR EARLIER PERIODS)
002900*    CIFRATON  A CREDIT IN WHOLE HUNDREDS OF EURO
003000*    ACC-DOPP  TWO CREDITS TO ONE MATRICOLA, OR OF THE SAME
003100*              AMOUNT TO ONE IBAN
003200*  EACH FINDING GOES TO EXCFILE (SEVERITY 8 FOR THE IBAN AND
003300*  DUPLICATE CHECKS, WHICH PREFLT HOLDS THE NEXT RUN ON UNTIL
003400*  ACKNOWLEDGED; 4 FOR THE REST) AND TO THE CONFIDENTIAL AUDIT
003500*  REPORT AUDRPT, WHICH IS NOT PRINTED ON SYSOUT.  RC 4 =
003600*  FINDINGS, RC 8 = THE AUDIT COULD NOT RUN.  THE STEP CHANGES
003700*  NOTHING, SO A RESTART SIMPLY RUNS IT AGAIN.
003800*  FROM THE MENU A SUPERVISOR (LEVEL S) AUTHORISED FOR THE
003900*  REPORT'S COMPANY MAY REPRINT THE LAST AUDIT REPORT TO AUDPRT;
004000*  EVERY REPRINT IS LOGGED TO CHGLOG UNDER THE KEY AUDIT (ACTION
004100*  V) WITH THE OPERSESS OPERATOR ID.
004200*  SYSIN: CARD 1 MODE (B = BATCH STEP, ANYTHING ELSE = MENU).
004300*  MOD HISTORY
004400*  15/10/2026 LG  NEW.
004500****************************************************************
004600  ENVIRONMENT DIVISION.
004700  CONFIGURATION SECTION.
004800  SOURCE-COMPUTER. IBM-PC.
004900  OBJECT-COMPUTER. IBM-PC.
005000  INPUT-OUTPUT SECTION.
005100  FILE-CONTROL.
005200      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
005300          ORGANIZATION LINE SEQUENTIAL
005400          FILE STATUS IS DL-RC-FILE-STATUS.
005500      SELECT BANK-FILE ASSIGN TO "BANKFILE"
005600          ORGANIZATION LINE SEQUENTIAL
005700          FILE STATUS IS DL-BK-FILE-STATUS.
005800      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005900          ORGANIZATION INDEXED
006000          ACCESS MODE DYNAMIC
006100          RECORD KEY EMP-MATRICOLA
006200          FILE STATUS IS DL-EMP-FILE-STATUS.
006300      SELECT TIMESHEET-FILE ASSIGN TO "TSCLEAN"
006400          ORGANIZATION LINE SEQUENTIAL
006500          FILE STATUS IS DL-TS-FILE-STATUS.
006600      SELECT PAY-REGISTER ASSIGN TO "PAYREG"
006700          ORGANIZATION INDEXED
006800          ACCESS MODE DYNAMIC
006900          RECORD KEY PR-KEY
007000          FILE STATUS IS DL-REG-FILE-STATUS.
007100      SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
007200          ORGANIZATION LINE SEQUENTIAL
007300          FILE STATUS IS DL-CHGLOG-FILE-STATUS.
007400      SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
007500          ORGANIZATION LINE SEQUENTIAL
007600          FILE STATUS IS DL-PND-FILE-STATUS.
007700      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
007800          ORGANIZATION LINE SEQUENTIAL
007900          FILE STATUS IS DL-PP-FILE-STATUS.
008000      SELECT AUD-IBAN-FILE ASSIGN TO "AUDIBAN"
008100          ORGANIZATION LINE SEQUENTIAL
008200          FILE STATUS IS DL-AI-FILE-STATUS.
008300      SELECT AUD-SORT-WORK ASSIGN TO "AUDWK".
008400      SELECT AUDIT-REPORT ASSIGN TO "AUDRPT"
008500          ORGANIZATION LINE SEQUENTIAL
008600          FILE STATUS IS DL-AR-FILE-STATUS.
008700      SELECT AUDIT-REPRINT ASSIGN TO "AUDPRT"
008800          ORGANIZATION LINE SEQUENTIAL
008900          FILE STATUS IS DL-AP-FILE-STATUS.
009000      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
009100          ORGANIZATION LINE SEQUENTIAL
009200          FILE STATUS IS DL-SESS-FILE-STATUS.
009300      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
009400          ORGANIZATION LINE SEQUENTIAL
009500          FILE STATUS IS DL-EXC-FILE-STATUS.
009600*
009700  DATA DIVISION.
009800  FILE SECTION.
009900  FD  RUN-CONTROL.
010000  COPY RUNCTL.
010100  FD  BANK-FILE.
010200  01  BANK-RECORD.
010300      05  BK-TYPE                 PIC X(01).
010400      05  BK-IBAN                 PIC X(27).
010500      05  BK-NOME                 PIC X(20).
010600      05  BK-MATRICOLA            PIC X(05).
010700      05  BK-AMOUNT               PIC 9(11)V99.
010800      05  FILLER                  PIC X(14).
010900  FD  EMPLOYEE-MASTER.
011000  01  EMPLOYEE-MASTER-RECORD.
011100      COPY EMPREC.
011200      05  EMP-WORK-DAY            PIC 9(01).
011300  FD  TIMESHEET-FILE.
011400  COPY TSREC.
011500  FD  PAY-REGISTER.
011600  COPY PAYREG.
011700  FD  CHANGE-LOG.
011800  COPY CHGLOG.
011900  FD  PENDING-CHANGES.
012000  COPY PENDCHG.
012100  FD  PAY-PARAMS.
012200  COPY PAYPARM.
012300  FD  AUD-IBAN-FILE.
012400  01  AUD-IBAN-RECORD.
012500      05  AI-IBAN                 PIC X(27).
012600      05  AI-MATRICOLA            PIC X(05).
012700      05  AI-NOME                 PIC X(20).
012800      05  AI-COMPANY              PIC X(02).
012900  SD  AUD-SORT-WORK.
013000  01  AUD-SORT-RECORD.
013100      05  AW-IBAN                 PIC X(27).
013200      05  AW-MATRICOLA            PIC X(05).
013300      05  AW-NOME                 PIC X(20).
013400      05  AW-COMPANY              PIC X(02).
013500  FD  AUDIT-REPORT.
013600  01  AUDIT-REPORT-RECORD         PIC X(80).
013700  FD  AUDIT-REPRINT.
013800  01  AUDIT-REPRINT-RECORD        PIC X(80).
013900  FD  OPERATOR-SESSION.
014000  COPY OPRSESS.
014100  FD  EXCEPTION-FILE.
014200  COPY EXCREC.
014300*
014400  WORKING-STORAGE SECTION.
014500  COPY RPTHDRW.
014600  01  DL-RC-FILE-STATUS            PIC X(02).
014700  01  DL-BK-FILE-STATUS            PIC X(02).
014800  01  DL-EMP-FILE-STATUS           PIC X(02).
014900  01  DL-TS-FILE-STATUS            PIC X(02).
015000  01  DL-REG-FILE-STATUS           PIC X(02).
015100  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
015200  01  DL-PND-FILE-STATUS           PIC X(02).
015300  01  DL-PP-FILE-STATUS            PIC X(02).
015400  01  DL-AI-FILE-STATUS            PIC X(02).
015500  01  DL-AR-FILE-STATUS            PIC X(02).
015600  01  DL-AP-FILE-STATUS            PIC X(02).
015700  01  DL-SESS-FILE-STATUS          PIC X(02).
015800  01  DL-EXC-FILE-STATUS           PIC X(02).
015900  01  DL-MODE                      PIC X(01).
016000      88  DL-BATCH-MODE                       VALUE 'B' 'b'.
016100  01  DL-OPERATOR-ID               PIC X(08) VALUE 'IGNOTO'.
016200  01  DL-AUTH-LEVEL                PIC X(01) VALUE SPACE.
016300      88  DL-OPER-SUPER                       VALUE 'S' 'U'.
016400  01  DL-AUTH-RESULT               PIC 9(01).
016500  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
016600      88  DL-END-OF-FILE                      VALUE 'Y'.
016700  01  DL-REG-EOF-SW                PIC X(01) VALUE 'N'.
016800      88  DL-REG-EOF                          VALUE 'Y'.
016900  01  DL-FIRST-PAGE-SW             PIC X(01) VALUE 'Y'.
017000      88  DL-FIRST-PAGE                       VALUE 'Y'.
017100  01  DL-FOUND-SW                  PIC X(01).
017200      88  DL-FOUND                            VALUE 'Y'.
017300*
017400*  THE RUN BEING AUDITED (RUNCTL) AND THE PAYPARM THRESHOLDS.
017500*
017600  01  DL-RUN-COMPANY               PIC X(02) VALUE '01'.
017700  01  DL-PERIOD-START              PIC 9(08) VALUE 0.
017800  01  DL-PERIOD-END                PIC 9(08) VALUE 0.
017900  01  DL-PROCESS-DATE              PIC 9(08) VALUE 0.
018000  01  DL-RUN-NUMBER                PIC 9(06) VALUE 0.
018100  01  DL-IBAN-DAYS                 PIC 9(03).
018200  01  DL-NET-FACTOR                PIC 9(01)V99.
018300  01  DL-HIST-FROM                 PIC 9(08).
018400*
018500*  CUTOFF FOR A RECENT IBAN CHANGE: THE PAYMENT DATE ROLLED BACK
018600*  DL-IBAN-DAYS CALENDAR DAYS (SAME RULES AS EXCRPT).
018700*
018800  01  DL-ROLL-I                    PIC 9(03).
018900  01  DL-CUTOFF-DATE               PIC 9(08).
019000  01  DL-CUTOFF-DATE-R REDEFINES DL-CUTOFF-DATE.
019100      05  DL-CUT-CCYY              PIC 9(04).
019200      05  DL-CUT-MM                PIC 9(02).
019300      05  DL-CUT-DD                PIC 9(02).
019400  01  GG                           PIC X(24) VALUE
019500          '312831303130313130313031'.
019600  01  TAB-GG REDEFINES GG.
019700      05  G-MESE OCCURS 12 TIMES   PIC 99.
019800  01  DL-YEAR-REM-4                PIC 9(04).
019900  01  DL-YEAR-REM-100              PIC 9(04).
020000  01  DL-YEAR-REM-400              PIC 9(04).
020100  01  DL-YEAR-QUOTIENT             PIC 9(04).
020200  01  DL-LEAP-SW                   PIC X(01) VALUE 'N'.
020300      88  DL-LEAP-YEAR                        VALUE 'Y'.
020400*
020500*  THE BANK FILE'S CREDITS, WITH THE DAYS FOUND ON TSCLEAN.
020600*
020700  01  DL-CREDIT-COUNT              PIC 9(04) VALUE 0.
020800  01  DL-CREDIT-TABLE.
020900      05  DL-CREDIT-ENTRY OCCURS 5000 TIMES
021000              INDEXED BY DL-CR-IDX.
021100          10  DL-CR-MATRICOLA      PIC X(05).
021200          10  DL-CR-NOME           PIC X(20).
021300          10  DL-CR-IBAN           PIC X(27).
021400          10  DL-CR-AMOUNT         PIC 9(11)V99.
021500          10  DL-CR-DAYS           PIC 9(03).
021600  01  DL-I                         PIC 9(04).
021700  01  DL-J                         PIC 9(04).
021800  01  DL-CENTS                     PIC 9(11)V99.
021900  01  DL-WHOLE                     PIC 9(11).
022000  01  DL-HUNDREDS                  PIC 9(11).
022100  01  DL-ROUND-REM                 PIC 9(03).
022200  01  DL-EURO-PART                 PIC 9(11).
022300  01  DL-SKIPPED-COUNT             PIC 9(04) VALUE 0.
022400*
022500*  SHARED-IBAN PASS OVER THE SORTED EMPMAST IBANS.
022600*
022700  01  DL-PREV-IBAN                 PIC X(27) VALUE SPACES.
022800  01  DL-PREV-MATRICOLA            PIC X(05).
022900  01  DL-PREV-NOME                 PIC X(20).
023000  01  DL-PREV-COMPANY              PIC X(02).
023100  01  DL-GROUP-FLAGGED-SW          PIC X(01) VALUE 'N'.
023200      88  DL-GROUP-FLAGGED                    VALUE 'Y'.
023300  01  DL-EMP-COMPANY               PIC X(02).
023400*
023500*  CHGLOG IMAGES OF AN EMPMAST CHANGE (EMPREC.CPY, IBAN AT 56).
023600*
023700  01  DL-BEFORE-IBAN               PIC X(27).
023800  01  DL-AFTER-IBAN                PIC X(27).
023900  01  DL-CHANGE-DATE               PIC 9(08).
024000  01  DL-CHG-COUNT                 PIC 9(06) VALUE 0.
024100  01  DL-PND-COUNT                 PIC 9(06) VALUE 0.
024200  01  DL-TS-DAY-COUNT              PIC 9(07) VALUE 0.
024300*
024400*  PAY-REGISTER HISTORY OF ONE EMPLOYEE.
024500*
024600  01  DL-HIST-COUNT                PIC 9(03).
024700  01  DL-HIST-TOTAL                PIC 9(09)V99.
024800  01  DL-HIST-LIMIT                PIC 9(09)V99.
024900  01  DL-HIST-AVG                  PIC 9(09)V99.
025000  01  DL-AVG-EDIT                  PIC Z(6)9.99.
025100*
025200*  ONE FINDING, AS 7000-RECORD-FINDING WRITES IT.
025300*
025400  01  DL-F-CHECK                   PIC 9(02).
025500  01  DL-F-MATRICOLA               PIC X(05).
025600  01  DL-F-NOME                    PIC X(20).
025700  01  DL-F-AMOUNT                  PIC 9(11)V99.
025800  01  DL-F-TEXT                    PIC X(32).
025900  01  DL-FINDING-COUNT             PIC 9(05) VALUE 0.
026000  01  DL-CHECK-VALUES.
026100      05  FILLER                   PIC X(50) VALUE
026200          'IBAN-DUP08STESSO IBAN SU PIU'' MATRICOLE'.
026300      05  FILLER                   PIC X(50) VALUE
026400          'IBAN-VAR08IBAN VARIATO PRIMA DEL PAGAMENTO'.
026500      05  FILLER                   PIC X(50) VALUE
026600          'IBAN-RIC04RICHIESTA IBAN APERTA O RESPINTA'.
026700      05  FILLER                   PIC X(50) VALUE
026800          'IBAN-DIF08IBAN ACCREDITO DIVERSO DA EMPMAST'.
026900      05  FILLER                   PIC X(50) VALUE
027000          'NO-ANAG 08ACCREDITO A MATRICOLA NON IN EMPMAST'.
027100      05  FILLER                   PIC X(50) VALUE
027200          'NO-GIORN04NETTO SENZA GIORNI IN TSCLEAN'.
027300      05  FILLER                   PIC X(50) VALUE
027400          'NEOASSUN04ASSUNTO E PAGATO NELLO STESSO PERIODO'.
027500      05  FILLER                   PIC X(50) VALUE
027600          'NETTO-AL04NETTO OLTRE LA MEDIA DEL DIPENDENTE'.
027700      05  FILLER                   PIC X(50) VALUE
027800          'CIFRATON04ACCREDITO IN CIFRA TONDA'.
027900      05  FILLER                   PIC X(50) VALUE
028000          'ACC-DOPP08ACCREDITO DOPPIO'.
028100  01  DL-CHECK-TABLE REDEFINES DL-CHECK-VALUES.
028200      05  DL-CHECK-ENTRY OCCURS 10 TIMES.
028300          10  DL-CHK-TAG           PIC X(08).
028400          10  DL-CHK-SEV           PIC 9(02).
028500          10  DL-CHK-DESC          PIC X(40).
028600  01  DL-CHECK-COUNTS.
028700      05  DL-CHK-COUNT OCCURS 10 TIMES PIC 9(05).
028800  01  DL-C                         PIC 9(02).
028900*
029000  01  DL-EDIT-DATE-IN              PIC 9(08).
029100  01  DL-EDIT-DATE-IN-R REDEFINES DL-EDIT-DATE-IN.
029200      05  DL-EDIT-CCYY             PIC 9(04).
029300      05  DL-EDIT-MM               PIC 9(02).
029400      05  DL-EDIT-DD               PIC 9(02).
029500  01  DL-EDIT-DATE.
029600      05  DL-ED-DD                 PIC 9(02).
029700      05  FILLER                   PIC X(01) VALUE '/'.
029800      05  DL-ED-MM                 PIC 9(02).
029900      05  FILLER                   PIC X(01) VALUE '/'.
030000      05  DL-ED-CCYY               PIC 9(04).
030100*
030200*  AUDIT REPORT LINES.  AH-TITLE AND AH-COMPANY ON THE FIRST
030300*  LINE ARE WHAT THE REPRINT CHECKS.
030400*
030500  01  DL-AUD-LINE                  PIC X(80).
030600  01  DL-AUD-SEPARATOR             PIC X(80) VALUE ALL '-'.
030700  01  DL-AH1.
030800      05  AH-TITLE                 PIC X(38) VALUE
030900          'PAYROLL ANOMALY AUDIT - CONFIDENTIAL'.
031000      05  FILLER                   PIC X(08) VALUE 'AZIENDA '.
031100      05  AH-COMPANY               PIC X(02).
031200      05  FILLER                   PIC X(19) VALUE SPACES.
031300      05  FILLER                   PIC X(05) VALUE 'PAG. '.
031400      05  AH-PAGE                  PIC ZZZ9.
031500      05  FILLER                   PIC X(04) VALUE SPACES.
031600  01  DL-AH2.
031700      05  FILLER                   PIC X(08) VALUE 'PERIODO '.
031800      05  AH-START                 PIC X(10).
031900      05  FILLER                   PIC X(03) VALUE ' - '.
032000      05  AH-END                   PIC X(10).
032100      05  FILLER                   PIC X(06) VALUE '  RUN '.
032200      05  AH-RUN                   PIC 9(06).
032300      05  FILLER                   PIC X(12) VALUE
032400          '  PAGAMENTO '.
032500      05  AH-PAY-DATE              PIC X(10).
032600      05  FILLER                   PIC X(15) VALUE SPACES.
032700  01  DL-AH3.
032800      05  FILLER                   PIC X(09) VALUE 'VERIFICA'.
032900      05  FILLER                   PIC X(06) VALUE 'MATR.'.
033000      05  FILLER                   PIC X(21) VALUE 'NOMINATIVO'.
033100      05  FILLER                   PIC X(12) VALUE
033200          '    IMPORTO'.
033300      05  FILLER                   PIC X(32) VALUE 'RILIEVO'.
033400  01  DL-AR-DETAIL.
033500      05  AR-CHECK                 PIC X(08).
033600      05  FILLER                   PIC X(01) VALUE SPACES.
033700      05  AR-MATRICOLA             PIC X(05).
033800      05  FILLER                   PIC X(01) VALUE SPACES.
033900      05  AR-NOME                  PIC X(20).
034000      05  FILLER                   PIC X(01) VALUE SPACES.
034100      05  AR-AMOUNT                PIC Z(7)9.99.
034200      05  FILLER                   PIC X(01) VALUE SPACES.
034300      05  AR-TEXT                  PIC X(32).
034400  01  DL-AR-SUMMARY.
034500      05  AS-CHECK                 PIC X(08).
034600      05  FILLER                   PIC X(02) VALUE SPACES.
034700      05  AS-DESC                  PIC X(40).
034800      05  FILLER                   PIC X(02) VALUE SPACES.
034900      05  AS-COUNT                 PIC ZZZZ9.
035000      05  FILLER                   PIC X(23) VALUE SPACES.
035100*
035200  PROCEDURE DIVISION.
035300****************************************************************
035400*  0000-MAINLINE
035500****************************************************************
035600  0000-MAINLINE.
035700      PERFORM 0100-GET-OPTIONS THRU 0100-GET-OPTIONS-EXIT.
035800      PERFORM 0300-READ-SESSION THRU 0300-READ-SESSION-EXIT.
035900      IF NOT DL-BATCH-MODE
036000          PERFORM 9000-REPRINT-REPORT
036100              THRU 9000-REPRINT-REPORT-EXIT
036200          GOBACK
036300      END-IF.
036400      MOVE 'PAYAUDIT' TO RH-PROGRAM-NAME.
036500      MOVE 'PAYROLL ANOMALY AUDIT' TO RH-REPORT-TITLE.
036600      MOVE ZEROS TO DL-CHECK-COUNTS.
036700      PERFORM 9700-OPEN-EXCEPTION-FILE
036800          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
036900      PERFORM 1050-READ-RUN-CONTROL
037000          THRU 1050-READ-RUN-CONTROL-EXIT.
037100      PERFORM 1500-READ-PAY-PARAMS
037200          THRU 1500-READ-PAY-PARAMS-EXIT.
037300      PERFORM 1600-SET-CUTOFF THRU 1600-SET-CUTOFF-EXIT.
037400      PERFORM 2000-LOAD-CREDITS THRU 2000-LOAD-CREDITS-EXIT.
037500      OPEN INPUT EMPLOYEE-MASTER.
037600      IF DL-EMP-FILE-STATUS NOT = '00'
037700          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
037800              DL-EMP-FILE-STATUS
037900          CLOSE EXCEPTION-FILE
038000          MOVE 8 TO RETURN-CODE
038100          GOBACK
038200      END-IF.
038300      OPEN INPUT PAY-REGISTER.
038400      IF DL-REG-FILE-STATUS NOT = '00'
038500          DISPLAY 'IMPOSSIBILE APRIRE PAYREG - STATUS '
038600              DL-REG-FILE-STATUS
038700          CLOSE EMPLOYEE-MASTER EXCEPTION-FILE
038800          MOVE 8 TO RETURN-CODE
038900          GOBACK
039000      END-IF.
039100      OPEN OUTPUT AUDIT-REPORT.
039200      IF DL-AR-FILE-STATUS NOT = '00'
039300          DISPLAY 'IMPOSSIBILE SCRIVERE AUDRPT - STATUS '
039400              DL-AR-FILE-STATUS
039500          CLOSE EMPLOYEE-MASTER PAY-REGISTER EXCEPTION-FILE
039600          MOVE 8 TO RETURN-CODE
039700          GOBACK
039800      END-IF.
039900      MOVE DL-RUN-COMPANY TO AH-COMPANY.
040000      MOVE DL-PERIOD-START TO DL-EDIT-DATE-IN.
040100      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
040200      MOVE DL-EDIT-DATE TO AH-START.
040300      MOVE DL-PERIOD-END TO DL-EDIT-DATE-IN.
040400      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
040500      MOVE DL-EDIT-DATE TO AH-END.
040600      MOVE DL-RUN-NUMBER TO AH-RUN.
040700      MOVE DL-PROCESS-DATE TO DL-EDIT-DATE-IN.
040800      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
040900      MOVE DL-EDIT-DATE TO AH-PAY-DATE.
041000      PERFORM 8100-WRITE-AUD-HEADING
041100          THRU 8100-WRITE-AUD-HEADING-EXIT.
041200      PERFORM 2500-CHECK-CREDIT-PAIRS
041300          THRU 2500-CHECK-CREDIT-PAIRS-EXIT
041400          VARYING DL-I FROM 1 BY 1 UNTIL DL-I > DL-CREDIT-COUNT.
041500      PERFORM 3000-CHECK-SHARED-IBAN
041600          THRU 3000-CHECK-SHARED-IBAN-EXIT.
041700      PERFORM 4000-CHECK-IBAN-CHANGES
041800          THRU 4000-CHECK-IBAN-CHANGES-EXIT.
041900      PERFORM 5000-COUNT-TIMESHEET-DAYS
042000          THRU 5000-COUNT-TIMESHEET-DAYS-EXIT.
042100      PERFORM 6000-CHECK-ONE-CREDIT
042200          THRU 6000-CHECK-ONE-CREDIT-EXIT
042300          VARYING DL-I FROM 1 BY 1 UNTIL DL-I > DL-CREDIT-COUNT.
042400      PERFORM 7500-WRITE-SUMMARY THRU 7500-WRITE-SUMMARY-EXIT.
042500      CLOSE EMPLOYEE-MASTER PAY-REGISTER AUDIT-REPORT.
042600      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
042700      DISPLAY 'PERIODO               : ' AH-START ' - ' AH-END.
042800      DISPLAY 'RUN                   : ' DL-RUN-NUMBER.
042900      DISPLAY 'ACCREDITI ESAMINATI   : ' DL-CREDIT-COUNT.
043000      DISPLAY 'VARIAZIONI IBAN DAL   : ' DL-CUTOFF-DATE.
043100      DISPLAY 'RILIEVI               : ' DL-FINDING-COUNT.
043200      PERFORM 7600-DISPLAY-ONE-COUNT
043300          THRU 7600-DISPLAY-ONE-COUNT-EXIT
043400          VARYING DL-C FROM 1 BY 1 UNTIL DL-C > 10.
043500      IF DL-FINDING-COUNT > 0
043600          DISPLAY 'DETTAGLIO NEL RAPPORTO RISERVATO AUDRPT E IN '
043700              'EXCFILE'
043800          IF RETURN-CODE < 4
043900              MOVE 4 TO RETURN-CODE
044000          END-IF
044100      END-IF.
044200      CLOSE EXCEPTION-FILE.
044300      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
044400      GOBACK.
044500****************************************************************
044600*  0100-GET-OPTIONS / 0300-READ-SESSION
044700*  MODE CARD; THE OPERATOR ID AND LEVEL FROM THE ONE-RECORD
044800*  OPERSESS FILE (THE NIGHT RECORD IN THE STREAM).  MISSING
044900*  FILE = IGNOTO.
045000****************************************************************
045100  0100-GET-OPTIONS.
045200      MOVE SPACE TO DL-MODE.
045300      ACCEPT DL-MODE.
045400  0100-GET-OPTIONS-EXIT.
045500      EXIT.
045600  0300-READ-SESSION.
045700      OPEN INPUT OPERATOR-SESSION.
045800      IF DL-SESS-FILE-STATUS NOT = '00'
045900          GO TO 0300-READ-SESSION-EXIT
046000      END-IF.
046100      READ OPERATOR-SESSION
046200          AT END
046300              CONTINUE
046400          NOT AT END
046500              MOVE OS-OPERATOR-ID TO DL-OPERATOR-ID
046600              MOVE OS-AUTH-LEVEL TO DL-AUTH-LEVEL
046700      END-READ.
046800      CLOSE OPERATOR-SESSION.
046900  0300-READ-SESSION-EXIT.
047000      EXIT.
047100****************************************************************
047200*  1050-READ-RUN-CONTROL
047300*  THE RUN BEING AUDITED: PERIOD, PAYMENT (PROCESS) DATE, RUN
047400*  NUMBER AND COMPANY.  NO RUN CONTROL, NO AUDIT.
047500****************************************************************
047600  1050-READ-RUN-CONTROL.
047700      OPEN INPUT RUN-CONTROL.
047800      IF DL-RC-FILE-STATUS NOT = '00'
047900          DISPLAY 'IMPOSSIBILE APRIRE RUNCTL - STATUS '
048000              DL-RC-FILE-STATUS
048100          CLOSE EXCEPTION-FILE
048200          MOVE 8 TO RETURN-CODE
048300          GOBACK
048400      END-IF.
048500      READ RUN-CONTROL
048600          AT END
048700              DISPLAY 'RUNCTL VUOTO - AUDIT NON ESEGUITO'
048800              CLOSE RUN-CONTROL
048900              CLOSE EXCEPTION-FILE
049000              MOVE 8 TO RETURN-CODE
049100              GOBACK
049200      END-READ.
049300      CLOSE RUN-CONTROL.
049400      MOVE RN-PERIOD-START TO DL-PERIOD-START.
049500      MOVE RN-PERIOD-END TO DL-PERIOD-END.
049600      MOVE RN-PROCESS-DATE TO DL-PROCESS-DATE.
049700      MOVE RN-RUN-NUMBER TO DL-RUN-NUMBER.
049800      IF RN-COMPANY NOT = SPACES
049900          MOVE RN-COMPANY TO DL-RUN-COMPANY
050000      END-IF.
050100      MOVE DL-RUN-COMPANY TO RH-COMPANY-CODE.
050200      IF DL-PROCESS-DATE = 0
050300          ACCEPT DL-PROCESS-DATE FROM DATE YYYYMMDD
050400      END-IF.
050500      COMPUTE DL-HIST-FROM = DL-PERIOD-START - 10000.
050600  1050-READ-RUN-CONTROL-EXIT.
050700      EXIT.
050800****************************************************************
050900*  1500-READ-PAY-PARAMS
051000*  THE IBAN-CHANGE WINDOW AND THE NET-PAY FACTOR.  MISSING FILE
051100*  OR A ZERO VALUE MEANS 30 DAYS AND 2.00 TIMES.
051200****************************************************************
051300  1500-READ-PAY-PARAMS.
051400      MOVE 30 TO DL-IBAN-DAYS.
051500      MOVE 2 TO DL-NET-FACTOR.
051600      OPEN INPUT PAY-PARAMS.
051700      IF DL-PP-FILE-STATUS NOT = '00'
051800          GO TO 1500-READ-PAY-PARAMS-EXIT
051900      END-IF.
052000      READ PAY-PARAMS
052100          AT END
052200              CONTINUE
052300          NOT AT END
052400              IF PP-AUD-IBAN-DAYS > 0
052500                  MOVE PP-AUD-IBAN-DAYS TO DL-IBAN-DAYS
052600              END-IF
052700              IF PP-AUD-NET-FACTOR > 0
052800                  MOVE PP-AUD-NET-FACTOR TO DL-NET-FACTOR
052900              END-IF
053000      END-READ.
053100      CLOSE PAY-PARAMS.
053200  1500-READ-PAY-PARAMS-EXIT.
053300      EXIT.
053400****************************************************************
053500*  1600-SET-CUTOFF
053600*  ROLLS THE PAYMENT DATE BACK DL-IBAN-DAYS CALENDAR DAYS WITH
053700*  THE SAME G-MESE/LEAP RULES AS MESII AND EXCRPT.
053800****************************************************************
053900  1600-SET-CUTOFF.
054000      MOVE DL-PROCESS-DATE TO DL-CUTOFF-DATE.
054100      PERFORM 1610-SUBTRACT-ONE-DAY
054200          THRU 1610-SUBTRACT-ONE-DAY-EXIT
054300          VARYING DL-ROLL-I FROM 1 BY 1
054400          UNTIL DL-ROLL-I > DL-IBAN-DAYS.
054500  1600-SET-CUTOFF-EXIT.
054600      EXIT.
054700  1610-SUBTRACT-ONE-DAY.
054800      IF DL-CUT-DD > 1
054900          SUBTRACT 1 FROM DL-CUT-DD
055000          GO TO 1610-SUBTRACT-ONE-DAY-EXIT
055100      END-IF.
055200      IF DL-CUT-MM > 1
055300          SUBTRACT 1 FROM DL-CUT-MM
055400      ELSE
055500          MOVE 12 TO DL-CUT-MM
055600          SUBTRACT 1 FROM DL-CUT-CCYY
055700      END-IF.
055800      PERFORM 1700-SET-FEBBRAIO-LIMIT
055900          THRU 1700-SET-FEBBRAIO-LIMIT-EXIT.
056000      MOVE G-MESE(DL-CUT-MM) TO DL-CUT-DD.
056100  1610-SUBTRACT-ONE-DAY-EXIT.
056200      EXIT.
056300  1700-SET-FEBBRAIO-LIMIT.
056400      MOVE 'N' TO DL-LEAP-SW.
056500      DIVIDE DL-CUT-CCYY BY 4 GIVING DL-YEAR-QUOTIENT
056600          REMAINDER DL-YEAR-REM-4.
056700      IF DL-YEAR-REM-4 = 0
056800          MOVE 'Y' TO DL-LEAP-SW
056900          DIVIDE DL-CUT-CCYY BY 100 GIVING DL-YEAR-QUOTIENT
057000              REMAINDER DL-YEAR-REM-100
057100          IF DL-YEAR-REM-100 = 0
057200              MOVE 'N' TO DL-LEAP-SW
057300              DIVIDE DL-CUT-CCYY BY 400
057400                  GIVING DL-YEAR-QUOTIENT
057500                  REMAINDER DL-YEAR-REM-400
057600              IF DL-YEAR-REM-400 = 0
057700                  MOVE 'Y' TO DL-LEAP-SW
057800              END-IF
057900          END-IF
058000      END-IF.
058100      IF DL-LEAP-YEAR
058200          MOVE 29 TO G-MESE(2)
058300      ELSE
058400          MOVE 28 TO G-MESE(2)
058500      END-IF.
058600  1700-SET-FEBBRAIO-LIMIT-EXIT.
058700      EXIT.
058800****************************************************************
058900*  2000-LOAD-CREDITS
059000*  THE COMPANY'S BANK FILE (BANKPAY): EVERY C RECORD INTO THE
059100*  CREDIT TABLE.  NO BANK FILE, NO AUDIT.  PAST 5000 CREDITS THE
059200*  REST ARE NOT AUDITED - REPORTED AS A SEVERITY 8 EXCEPTION.
059300****************************************************************
059400  2000-LOAD-CREDITS.
059500      OPEN INPUT BANK-FILE.
059600      IF DL-BK-FILE-STATUS NOT = '00'
059700          DISPLAY 'IMPOSSIBILE APRIRE BANKFILE - STATUS '
059800              DL-BK-FILE-STATUS ' - AUDIT NON ESEGUITO'
059900          CLOSE EXCEPTION-FILE
060000          MOVE 8 TO RETURN-CODE
060100          GOBACK
060200      END-IF.
060300      MOVE 'N' TO DL-EOF-SW.
060400      PERFORM 2010-LOAD-ONE-CREDIT THRU 2010-LOAD-ONE-CREDIT-EXIT
060500          UNTIL DL-END-OF-FILE.
060600      CLOSE BANK-FILE.
060700      IF DL-SKIPPED-COUNT > 0
060800          DISPLAY 'OLTRE 5000 ACCREDITI - ' DL-SKIPPED-COUNT
060900              ' NON ESAMINATI'
061000          MOVE 8 TO EX-SEVERITY
061100          MOVE 'BANKFILE' TO EX-KEY
061200          MOVE 'AUDIT: OLTRE 5000 ACCREDITI - AUDIT INCOMPLETO'
061300              TO EX-MESSAGE
061400          PERFORM 9800-WRITE-EXCEPTION
061500              THRU 9800-WRITE-EXCEPTION-EXIT
061600          IF RETURN-CODE < 4
061700              MOVE 4 TO RETURN-CODE
061800          END-IF
061900      END-IF.
062000  2000-LOAD-CREDITS-EXIT.
062100      EXIT.
062200  2010-LOAD-ONE-CREDIT.
062300      READ BANK-FILE
062400          AT END
062500              MOVE 'Y' TO DL-EOF-SW
062600              GO TO 2010-LOAD-ONE-CREDIT-EXIT
062700      END-READ.
062800      IF BK-TYPE NOT = 'C'
062900          GO TO 2010-LOAD-ONE-CREDIT-EXIT
063000      END-IF.
063100      IF DL-CREDIT-COUNT >= 5000
063200          ADD 1 TO DL-SKIPPED-COUNT
063300          GO TO 2010-LOAD-ONE-CREDIT-EXIT
063400      END-IF.
063500      ADD 1 TO DL-CREDIT-COUNT.
063600      MOVE BK-MATRICOLA TO DL-CR-MATRICOLA(DL-CREDIT-COUNT).
063700      MOVE BK-NOME TO DL-CR-NOME(DL-CREDIT-COUNT).
063800      MOVE BK-IBAN TO DL-CR-IBAN(DL-CREDIT-COUNT).
063900      MOVE BK-AMOUNT TO DL-CR-AMOUNT(DL-CREDIT-COUNT).
064000      MOVE 0 TO DL-CR-DAYS(DL-CREDIT-COUNT).
064100  2010-LOAD-ONE-CREDIT-EXIT.
064200      EXIT.
064300****************************************************************
064400*  2500-CHECK-CREDIT-PAIRS
064500*  CREDIT DL-I IN WHOLE HUNDREDS OF EURO (CIFRATON), AND AGAINST
064600*  EVERY LATER CREDIT: THE SAME MATRICOLA, OR THE SAME IBAN AND
064700*  AMOUNT, IS A DUPLICATE (ACC-DOPP, REPORTED ON THE LATER ONE).
064800****************************************************************
064900  2500-CHECK-CREDIT-PAIRS.
065000      MOVE DL-CR-AMOUNT(DL-I) TO DL-EURO-PART.
065100      COMPUTE DL-CENTS = DL-CR-AMOUNT(DL-I) - DL-EURO-PART.
065200      DIVIDE DL-EURO-PART BY 100 GIVING DL-HUNDREDS
065300          REMAINDER DL-ROUND-REM.
065400      IF DL-CENTS = 0 AND DL-ROUND-REM = 0 AND DL-EURO-PART > 0
065500          MOVE 9 TO DL-F-CHECK
065600          MOVE DL-CR-MATRICOLA(DL-I) TO DL-F-MATRICOLA
065700          MOVE DL-CR-NOME(DL-I) TO DL-F-NOME
065800          MOVE DL-CR-AMOUNT(DL-I) TO DL-F-AMOUNT
065900          MOVE 'IMPORTO MULTIPLO DI 100 EURO' TO DL-F-TEXT
066000          PERFORM 7000-RECORD-FINDING
066100              THRU 7000-RECORD-FINDING-EXIT
066200      END-IF.
066300      PERFORM 2510-COMPARE-PAIR THRU 2510-COMPARE-PAIR-EXIT
066400          VARYING DL-J FROM DL-I BY 1
066500          UNTIL DL-J > DL-CREDIT-COUNT.
066600  2500-CHECK-CREDIT-PAIRS-EXIT.
066700      EXIT.
066800  2510-COMPARE-PAIR.
066900      IF DL-J = DL-I
067000          GO TO 2510-COMPARE-PAIR-EXIT
067100      END-IF.
067200      IF DL-CR-MATRICOLA(DL-J) = DL-CR-MATRICOLA(DL-I)
067300          MOVE 10 TO DL-F-CHECK
067400          MOVE DL-CR-MATRICOLA(DL-J) TO DL-F-MATRICOLA
067500          MOVE DL-CR-NOME(DL-J) TO DL-F-NOME
067600          MOVE DL-CR-AMOUNT(DL-J) TO DL-F-AMOUNT
067700          MOVE 'SECONDO ACCREDITO ALLA MATRICOLA' TO DL-F-TEXT
067800          PERFORM 7000-RECORD-FINDING
067900              THRU 7000-RECORD-FINDING-EXIT
068000          GO TO 2510-COMPARE-PAIR-EXIT
068100      END-IF.
068200      IF DL-CR-IBAN(DL-J) = DL-CR-IBAN(DL-I)
068300              AND DL-CR-AMOUNT(DL-J) = DL-CR-AMOUNT(DL-I)
068400          MOVE 10 TO DL-F-CHECK
068500          MOVE DL-CR-MATRICOLA(DL-J) TO DL-F-MATRICOLA
068600          MOVE DL-CR-NOME(DL-J) TO DL-F-NOME
068700          MOVE DL-CR-AMOUNT(DL-J) TO DL-F-AMOUNT
068800          MOVE SPACES TO DL-F-TEXT
068900          STRING 'STESSO IBAN E IMPORTO DI ' DELIMITED BY SIZE
069000              DL-CR-MATRICOLA(DL-I) DELIMITED BY SIZE
069100              INTO DL-F-TEXT
069200          PERFORM 7000-RECORD-FINDING
069300              THRU 7000-RECORD-FINDING-EXIT
069400      END-IF.
069500  2510-COMPARE-PAIR-EXIT.
069600      EXIT.
069700****************************************************************
069800*  3000-CHECK-SHARED-IBAN
069900*  EVERY EMPLOYEE NOT TERMINATED WITH AN IBAN, SORTED BY IBAN:
070000*  EACH MATRICOLA SHARING AN IBAN WITH THE ONE BEFORE IT IS
070100*  REPORTED NAMING IT (AND THE FIRST OF A GROUP NAMING THE
070200*  SECOND) WHEN EITHER SIDE IS AN EMPLOYEE OF THE COMPANY.
070300****************************************************************
070400  3000-CHECK-SHARED-IBAN.
070500      SORT AUD-SORT-WORK
070600          ON ASCENDING KEY AW-IBAN AW-MATRICOLA
070700          INPUT PROCEDURE IS 3100-RELEASE-IBANS
070800              THRU 3100-RELEASE-IBANS-EXIT
070900          GIVING AUD-IBAN-FILE.
071000      OPEN INPUT AUD-IBAN-FILE.
071100      IF DL-AI-FILE-STATUS NOT = '00'
071200          DISPLAY 'IMPOSSIBILE LEGGERE AUDIBAN - STATUS '
071300              DL-AI-FILE-STATUS ' - VERIFICA IBAN-DUP SALTATA'
071400          MOVE 8 TO EX-SEVERITY
071500          MOVE 'AUDIBAN' TO EX-KEY
071600          MOVE 'AUDIT: VERIFICA IBAN CONDIVISI NON ESEGUITA'
071700              TO EX-MESSAGE
071800          PERFORM 9800-WRITE-EXCEPTION
071900              THRU 9800-WRITE-EXCEPTION-EXIT
072000          IF RETURN-CODE < 4
072100              MOVE 4 TO RETURN-CODE
072200          END-IF
072300          GO TO 3000-CHECK-SHARED-IBAN-EXIT
072400      END-IF.
072500      MOVE 'N' TO DL-EOF-SW.
072600      MOVE SPACES TO DL-PREV-IBAN.
072700      PERFORM 3200-CHECK-ONE-IBAN THRU 3200-CHECK-ONE-IBAN-EXIT
072800          UNTIL DL-END-OF-FILE.
072900      CLOSE AUD-IBAN-FILE.
073000  3000-CHECK-SHARED-IBAN-EXIT.
073100      EXIT.
073200  3100-RELEASE-IBANS.
073300      MOVE 'N' TO DL-EOF-SW.
073400      MOVE LOW-VALUES TO EMP-MATRICOLA.
073500      START EMPLOYEE-MASTER KEY NOT < EMP-MATRICOLA
073600          INVALID KEY
073700              MOVE 'Y' TO DL-EOF-SW
073800      END-START.
073900      PERFORM 3110-RELEASE-ONE-IBAN
074000          THRU 3110-RELEASE-ONE-IBAN-EXIT
074100          UNTIL DL-END-OF-FILE.
074200  3100-RELEASE-IBANS-EXIT.
074300      EXIT.
074400  3110-RELEASE-ONE-IBAN.
074500      READ EMPLOYEE-MASTER NEXT RECORD
074600          AT END
074700              MOVE 'Y' TO DL-EOF-SW
074800              GO TO 3110-RELEASE-ONE-IBAN-EXIT
074900      END-READ.
075000      IF EMP-IBAN = SPACES OR EMP-TERMINATED
075100          GO TO 3110-RELEASE-ONE-IBAN-EXIT
075200      END-IF.
075300      MOVE EMP-IBAN TO AW-IBAN.
075400      MOVE EMP-MATRICOLA TO AW-MATRICOLA.
075500      MOVE EMP-NOME TO AW-NOME.
075600      MOVE EMP-COMPANY TO AW-COMPANY.
075700      IF AW-COMPANY = SPACES
075800          MOVE '01' TO AW-COMPANY
075900      END-IF.
076000      RELEASE AUD-SORT-RECORD.
076100  3110-RELEASE-ONE-IBAN-EXIT.
076200      EXIT.
076300  3200-CHECK-ONE-IBAN.
076400      READ AUD-IBAN-FILE
076500          AT END
076600              MOVE 'Y' TO DL-EOF-SW
076700              GO TO 3200-CHECK-ONE-IBAN-EXIT
076800      END-READ.
076900      IF AI-IBAN NOT = DL-PREV-IBAN
077000          MOVE 'N' TO DL-GROUP-FLAGGED-SW
077100          GO TO 3200-SAVE-PREVIOUS
077200      END-IF.
077300      IF AI-COMPANY NOT = DL-RUN-COMPANY
077400              AND DL-PREV-COMPANY NOT = DL-RUN-COMPANY
077500          GO TO 3200-SAVE-PREVIOUS
077600      END-IF.
077700      MOVE 1 TO DL-F-CHECK.
077800      MOVE 0 TO DL-F-AMOUNT.
077900      IF NOT DL-GROUP-FLAGGED
078000          MOVE 'Y' TO DL-GROUP-FLAGGED-SW
078100          MOVE DL-PREV-MATRICOLA TO DL-F-MATRICOLA
078200          MOVE DL-PREV-NOME TO DL-F-NOME
078300          MOVE SPACES TO DL-F-TEXT
078400          STRING 'IBAN ANCHE DI ' DELIMITED BY SIZE
078500              AI-MATRICOLA DELIMITED BY SIZE
078600              ' AZ. ' DELIMITED BY SIZE
078700              AI-COMPANY DELIMITED BY SIZE
078800              INTO DL-F-TEXT
078900          PERFORM 7000-RECORD-FINDING
079000              THRU 7000-RECORD-FINDING-EXIT
079100      END-IF.
079200      MOVE AI-MATRICOLA TO DL-F-MATRICOLA.
079300      MOVE AI-NOME TO DL-F-NOME.
079400      MOVE SPACES TO DL-F-TEXT.
079500      STRING 'IBAN ANCHE DI ' DELIMITED BY SIZE
079600          DL-PREV-MATRICOLA DELIMITED BY SIZE
079700          ' AZ. ' DELIMITED BY SIZE
079800          DL-PREV-COMPANY DELIMITED BY SIZE
079900          INTO DL-F-TEXT.
080000      PERFORM 7000-RECORD-FINDING THRU 7000-RECORD-FINDING-EXIT.
080100  3200-SAVE-PREVIOUS.
080200      MOVE AI-IBAN TO DL-PREV-IBAN.
080300      MOVE AI-MATRICOLA TO DL-PREV-MATRICOLA.
080400      MOVE AI-NOME TO DL-PREV-NOME.
080500      MOVE AI-COMPANY TO DL-PREV-COMPANY.
080600  3200-CHECK-ONE-IBAN-EXIT.
080700      EXIT.
080800****************************************************************
080900*  4000-CHECK-IBAN-CHANGES
081000*  CHGLOG: AN EMPMAST CHANGE (ACTION C, BOTH IMAGES THE
081100*  MATRICOLA'S) WHOSE IBAN DIFFERS, LOGGED ON OR AFTER THE
081200*  CUTOFF, FOR A MATRICOLA PAID IN THIS FILE (IBAN-VAR).
081300*  PENDCHG: AN IBAN CHANGE ASKED FOR ON OR AFTER THE CUTOFF THAT
081400*  IS STILL PENDING OR WAS REJECTED (IBAN-RIC) - AN APPROVED ONE
081500*  IS ALREADY ON CHGLOG.  A MISSING FILE SKIPS ITS HALF.
081600****************************************************************
081700  4000-CHECK-IBAN-CHANGES.
081800      OPEN INPUT CHANGE-LOG.
081900      IF DL-CHGLOG-FILE-STATUS = '00'
082000          MOVE 'N' TO DL-EOF-SW
082100          PERFORM 4100-CHECK-ONE-CHANGE
082200              THRU 4100-CHECK-ONE-CHANGE-EXIT
082300              UNTIL DL-END-OF-FILE
082400          CLOSE CHANGE-LOG
082500      ELSE
082600          DISPLAY 'CHGLOG NON DISPONIBILE - STATUS '
082700              DL-CHGLOG-FILE-STATUS ' - VERIFICA IBAN-VAR SALTATA'
082800      END-IF.
082900      OPEN INPUT PENDING-CHANGES.
083000      IF DL-PND-FILE-STATUS = '00'
083100          MOVE 'N' TO DL-EOF-SW
083200          PERFORM 4200-CHECK-ONE-PENDING
083300              THRU 4200-CHECK-ONE-PENDING-EXIT
083400              UNTIL DL-END-OF-FILE
083500          CLOSE PENDING-CHANGES
083600      ELSE
083700          DISPLAY 'PENDCHG NON DISPONIBILE - STATUS '
083800              DL-PND-FILE-STATUS ' - VERIFICA IBAN-RIC SALTATA'
083900      END-IF.
084000  4000-CHECK-IBAN-CHANGES-EXIT.
084100      EXIT.
084200  4100-CHECK-ONE-CHANGE.
084300      READ CHANGE-LOG
084400          AT END
084500              MOVE 'Y' TO DL-EOF-SW
084600              GO TO 4100-CHECK-ONE-CHANGE-EXIT
084700      END-READ.
084800      IF CG-ACTION NOT = 'C' OR CG-RUN-DATE < DL-CUTOFF-DATE
084900          GO TO 4100-CHECK-ONE-CHANGE-EXIT
085000      END-IF.
085100      IF CG-BEFORE-IMAGE(1:5) NOT = CG-MATRICOLA
085200              OR CG-AFTER-IMAGE(1:5) NOT = CG-MATRICOLA
085300          GO TO 4100-CHECK-ONE-CHANGE-EXIT
085400      END-IF.
085500      MOVE CG-BEFORE-IMAGE(56:27) TO DL-BEFORE-IBAN.
085600      MOVE CG-AFTER-IMAGE(56:27) TO DL-AFTER-IBAN.
085700      IF DL-BEFORE-IBAN = DL-AFTER-IBAN
085800          GO TO 4100-CHECK-ONE-CHANGE-EXIT
085900      END-IF.
086000      ADD 1 TO DL-CHG-COUNT.
086100      MOVE CG-MATRICOLA TO DL-F-MATRICOLA.
086200      PERFORM 4500-FIND-CREDIT THRU 4500-FIND-CREDIT-EXIT.
086300      IF NOT DL-FOUND
086400          GO TO 4100-CHECK-ONE-CHANGE-EXIT
086500      END-IF.
086600      MOVE CG-RUN-DATE TO DL-EDIT-DATE-IN.
086700      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
086800      MOVE 2 TO DL-F-CHECK.
086900      MOVE SPACES TO DL-F-TEXT.
087000      STRING 'VARIATO IL ' DELIMITED BY SIZE
087100          DL-EDIT-DATE DELIMITED BY SIZE
087200          ' DA ' DELIMITED BY SIZE
087300          CG-OPERATOR-ID DELIMITED BY SPACE
087400          INTO DL-F-TEXT.
087500      PERFORM 7000-RECORD-FINDING THRU 7000-RECORD-FINDING-EXIT.
087600  4100-CHECK-ONE-CHANGE-EXIT.
087700      EXIT.
087800  4200-CHECK-ONE-PENDING.
087900      READ PENDING-CHANGES
088000          AT END
088100              MOVE 'Y' TO DL-EOF-SW
088200              GO TO 4200-CHECK-ONE-PENDING-EXIT
088300      END-READ.
088400      IF NOT PC-FIELD-IBAN OR PC-APPROVED
088500              OR PC-REQ-DATE < DL-CUTOFF-DATE
088600          GO TO 4200-CHECK-ONE-PENDING-EXIT
088700      END-IF.
088800      ADD 1 TO DL-PND-COUNT.
088900      MOVE PC-MATRICOLA TO DL-F-MATRICOLA.
089000      PERFORM 4500-FIND-CREDIT THRU 4500-FIND-CREDIT-EXIT.
089100      IF NOT DL-FOUND
089200          GO TO 4200-CHECK-ONE-PENDING-EXIT
089300      END-IF.
089400      MOVE PC-REQ-DATE TO DL-EDIT-DATE-IN.
089500      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
089600      MOVE 3 TO DL-F-CHECK.
089700      MOVE SPACES TO DL-F-TEXT.
089800      IF PC-REJECTED
089900          STRING 'RESPINTA, CHIESTA IL ' DELIMITED BY SIZE
090000              DL-EDIT-DATE DELIMITED BY SIZE
090100              INTO DL-F-TEXT
090200      ELSE
090300          STRING 'IN ATTESA, CHIESTA IL ' DELIMITED BY SIZE
090400              DL-EDIT-DATE DELIMITED BY SIZE
090500              INTO DL-F-TEXT
090600      END-IF.
090700      PERFORM 7000-RECORD-FINDING THRU 7000-RECORD-FINDING-EXIT.
090800  4200-CHECK-ONE-PENDING-EXIT.
090900      EXIT.
091000****************************************************************
091100*  4500-FIND-CREDIT
091200*  DL-F-MATRICOLA'S CREDIT IN THE TABLE: DL-FOUND, DL-CR-IDX,
091300*  AND THE NAME AND AMOUNT INTO THE FINDING.
091400****************************************************************
091500  4500-FIND-CREDIT.
091600      MOVE 'N' TO DL-FOUND-SW.
091700      IF DL-CREDIT-COUNT = 0
091800          GO TO 4500-FIND-CREDIT-EXIT
091900      END-IF.
092000      SET DL-CR-IDX TO 1.
092100      SEARCH DL-CREDIT-ENTRY
092200          AT END
092300              CONTINUE
092400          WHEN DL-CR-IDX > DL-CREDIT-COUNT
092500              CONTINUE
092600          WHEN DL-CR-MATRICOLA(DL-CR-IDX) = DL-F-MATRICOLA
092700              MOVE 'Y' TO DL-FOUND-SW
092800              MOVE DL-CR-NOME(DL-CR-IDX) TO DL-F-NOME
092900              MOVE DL-CR-AMOUNT(DL-CR-IDX) TO DL-F-AMOUNT
093000      END-SEARCH.
093100  4500-FIND-CREDIT-EXIT.
093200      EXIT.
093300****************************************************************
093400*  5000-COUNT-TIMESHEET-DAYS
093500*  EVERY TSCLEAN DAY IN THE PERIOD WORKED OR ON PAID LEAVE IS
093600*  COUNTED ON ITS MATRICOLA'S CREDIT.  NO TSCLEAN MEANS NO DAYS
093700*  FOR ANYONE - REPORTED, AND NO-GIORN IS NOT CHECKED.
093800****************************************************************
093900  5000-COUNT-TIMESHEET-DAYS.
094000      OPEN INPUT TIMESHEET-FILE.
094100      IF DL-TS-FILE-STATUS NOT = '00'
094200          DISPLAY 'TSCLEAN NON DISPONIBILE - STATUS '
094300              DL-TS-FILE-STATUS ' - VERIFICA NO-GIORN SALTATA'
094400          MOVE 999 TO DL-TS-DAY-COUNT
094500          PERFORM 5200-MARK-NO-TSCLEAN
094600              THRU 5200-MARK-NO-TSCLEAN-EXIT
094700              VARYING DL-J FROM 1 BY 1
094800              UNTIL DL-J > DL-CREDIT-COUNT
094900          GO TO 5000-COUNT-TIMESHEET-DAYS-EXIT
095000      END-IF.
095100      MOVE 0 TO DL-TS-DAY-COUNT.
095200      MOVE 'N' TO DL-EOF-SW.
095300      PERFORM 5100-COUNT-ONE-DAY THRU 5100-COUNT-ONE-DAY-EXIT
095400          UNTIL DL-END-OF-FILE.
095500      CLOSE TIMESHEET-FILE.
095600  5000-COUNT-TIMESHEET-DAYS-EXIT.
095700      EXIT.
095800  5100-COUNT-ONE-DAY.
095900      READ TIMESHEET-FILE
096000          AT END
096100              MOVE 'Y' TO DL-EOF-SW
096200              GO TO 5100-COUNT-ONE-DAY-EXIT
096300      END-READ.
096400      IF TS-DATE < DL-PERIOD-START OR TS-DATE > DL-PERIOD-END
096500          GO TO 5100-COUNT-ONE-DAY-EXIT
096600      END-IF.
096700      IF NOT TS-WORKED AND NOT TS-PAID-LEAVE
096800          GO TO 5100-COUNT-ONE-DAY-EXIT
096900      END-IF.
097000      ADD 1 TO DL-TS-DAY-COUNT.
097100      MOVE TS-MATRICOLA TO DL-F-MATRICOLA.
097200      PERFORM 4500-FIND-CREDIT THRU 4500-FIND-CREDIT-EXIT.
097300      IF DL-FOUND AND DL-CR-DAYS(DL-CR-IDX) < 999
097400          ADD 1 TO DL-CR-DAYS(DL-CR-IDX)
097500      END-IF.
097600  5100-COUNT-ONE-DAY-EXIT.
097700      EXIT.
097800  5200-MARK-NO-TSCLEAN.
097900      MOVE 999 TO DL-CR-DAYS(DL-J).
098000  5200-MARK-NO-TSCLEAN-EXIT.
098100      EXIT.
098200****************************************************************
098300*  6000-CHECK-ONE-CREDIT
098400*  CREDIT DL-I AGAINST EMPMAST (NO-ANAG, IBAN-DIF, NEOASSUN),
098500*  ITS TSCLEAN DAYS (NO-GIORN) AND ITS PAYREG HISTORY (NETTO-AL).
098600****************************************************************
098700  6000-CHECK-ONE-CREDIT.
098800      MOVE DL-CR-MATRICOLA(DL-I) TO DL-F-MATRICOLA.
098900      MOVE DL-CR-NOME(DL-I) TO DL-F-NOME.
099000      MOVE DL-CR-AMOUNT(DL-I) TO DL-F-AMOUNT.
099100      MOVE DL-CR-MATRICOLA(DL-I) TO EMP-MATRICOLA.
099200      READ EMPLOYEE-MASTER
099300          INVALID KEY
099400              MOVE 5 TO DL-F-CHECK
099500              MOVE 'NESSUNA ANAGRAFICA' TO DL-F-TEXT
099600              PERFORM 7000-RECORD-FINDING
099700                  THRU 7000-RECORD-FINDING-EXIT
099800              GO TO 6000-CHECK-ONE-CREDIT-EXIT
099900      END-READ.
100000      IF EMP-IBAN NOT = DL-CR-IBAN(DL-I)
100100          MOVE 4 TO DL-F-CHECK
100200          MOVE SPACES TO DL-F-TEXT
100300          STRING 'EMPMAST ' DELIMITED BY SIZE
100400              EMP-IBAN DELIMITED BY SIZE
100500              INTO DL-F-TEXT
100600          PERFORM 7000-RECORD-FINDING
100700              THRU 7000-RECORD-FINDING-EXIT
100800      END-IF.
100900      IF EMP-DATA-ASSUNZIONE >= DL-PERIOD-START
101000              AND EMP-DATA-ASSUNZIONE <= DL-PERIOD-END
101100          MOVE EMP-DATA-ASSUNZIONE TO DL-EDIT-DATE-IN
101200          PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT
101300          MOVE 7 TO DL-F-CHECK
101400          MOVE SPACES TO DL-F-TEXT
101500          STRING 'ASSUNTO IL ' DELIMITED BY SIZE
101600              DL-EDIT-DATE DELIMITED BY SIZE
101700              INTO DL-F-TEXT
101800          PERFORM 7000-RECORD-FINDING
101900              THRU 7000-RECORD-FINDING-EXIT
102000      END-IF.
102100      IF DL-CR-DAYS(DL-I) = 0
102200          MOVE 6 TO DL-F-CHECK
102300          MOVE 'NESSUN GIORNO NEL PERIODO' TO DL-F-TEXT
102400          PERFORM 7000-RECORD-FINDING
102500              THRU 7000-RECORD-FINDING-EXIT
102600      END-IF.
102700      PERFORM 6100-LOAD-HISTORY THRU 6100-LOAD-HISTORY-EXIT.
102800      IF DL-HIST-COUNT < 4
102900          GO TO 6000-CHECK-ONE-CREDIT-EXIT
103000      END-IF.
103100      COMPUTE DL-HIST-AVG ROUNDED = DL-HIST-TOTAL / DL-HIST-COUNT.
103200      COMPUTE DL-HIST-LIMIT ROUNDED = DL-HIST-AVG * DL-NET-FACTOR.
103300      IF DL-CR-AMOUNT(DL-I) > DL-HIST-LIMIT
103400          MOVE DL-HIST-AVG TO DL-AVG-EDIT
103500          MOVE 8 TO DL-F-CHECK
103600          MOVE SPACES TO DL-F-TEXT
103700          STRING 'MEDIA NETTO ' DELIMITED BY SIZE
103800              DL-AVG-EDIT DELIMITED BY SIZE
103900              INTO DL-F-TEXT
104000          PERFORM 7000-RECORD-FINDING
104100              THRU 7000-RECORD-FINDING-EXIT
104200      END-IF.
104300  6000-CHECK-ONE-CREDIT-EXIT.
104400      EXIT.
104500****************************************************************
104600*  6100-LOAD-HISTORY
104700*  THE EMPLOYEE'S PAYREG PERIODS ENDING IN THE YEAR BEFORE THIS
104800*  PERIOD: COUNT AND TOTAL NET.
104900****************************************************************
105000  6100-LOAD-HISTORY.
105100      MOVE 0 TO DL-HIST-COUNT.
105200      MOVE 0 TO DL-HIST-TOTAL.
105300      MOVE DL-CR-MATRICOLA(DL-I) TO PR-MATRICOLA.
105400      MOVE DL-HIST-FROM TO PR-PERIOD-END.
105500      MOVE 'N' TO DL-REG-EOF-SW.
105600      START PAY-REGISTER KEY NOT < PR-KEY
105700          INVALID KEY
105800              MOVE 'Y' TO DL-REG-EOF-SW
105900      END-START.
106000      PERFORM 6110-LOAD-ONE-PERIOD THRU 6110-LOAD-ONE-PERIOD-EXIT
106100          UNTIL DL-REG-EOF.
106200  6100-LOAD-HISTORY-EXIT.
106300      EXIT.
106400  6110-LOAD-ONE-PERIOD.
106500      READ PAY-REGISTER NEXT RECORD
106600          AT END
106700              MOVE 'Y' TO DL-REG-EOF-SW
106800              GO TO 6110-LOAD-ONE-PERIOD-EXIT
106900      END-READ.
107000      IF PR-MATRICOLA NOT = DL-CR-MATRICOLA(DL-I)
107100              OR PR-PERIOD-END >= DL-PERIOD-START
107200              OR DL-HIST-COUNT >= 999
107300          MOVE 'Y' TO DL-REG-EOF-SW
107400          GO TO 6110-LOAD-ONE-PERIOD-EXIT
107500      END-IF.
107600      ADD 1 TO DL-HIST-COUNT.
107700      ADD PR-NET TO DL-HIST-TOTAL.
107800  6110-LOAD-ONE-PERIOD-EXIT.
107900      EXIT.
108000****************************************************************
108100*  7000-RECORD-FINDING
108200*  ONE FINDING OF CHECK DL-F-CHECK: A LINE ON THE AUDIT REPORT
108300*  AND AN EXCEPTION AT THE CHECK'S SEVERITY.
108400****************************************************************
108500  7000-RECORD-FINDING.
108600      ADD 1 TO DL-FINDING-COUNT.
108700      ADD 1 TO DL-CHK-COUNT(DL-F-CHECK).
108800      MOVE DL-CHK-TAG(DL-F-CHECK) TO AR-CHECK.
108900      MOVE DL-F-MATRICOLA TO AR-MATRICOLA.
109000      MOVE DL-F-NOME TO AR-NOME.
109100      MOVE DL-F-AMOUNT TO AR-AMOUNT.
109200      MOVE DL-F-TEXT TO AR-TEXT.
109300      MOVE DL-AR-DETAIL TO DL-AUD-LINE.
109400      PERFORM 8200-WRITE-AUD-LINE THRU 8200-WRITE-AUD-LINE-EXIT.
109500      MOVE DL-CHK-SEV(DL-F-CHECK) TO EX-SEVERITY.
109600      MOVE DL-F-MATRICOLA TO EX-KEY.
109700      MOVE SPACES TO EX-MESSAGE.
109800      STRING 'AUDIT ' DELIMITED BY SIZE
109900          DL-CHK-TAG(DL-F-CHECK) DELIMITED BY SPACE
110000          ': ' DELIMITED BY SIZE
110100          DL-F-TEXT DELIMITED BY SIZE
110200          INTO EX-MESSAGE.
110300      PERFORM 9800-WRITE-EXCEPTION THRU 9800-WRITE-EXCEPTION-EXIT.
110400  7000-RECORD-FINDING-EXIT.
110500      EXIT.
110600****************************************************************
110700*  7500-WRITE-SUMMARY / 7600-DISPLAY-ONE-COUNT
110800*  THE COUNT PER CHECK AT THE FOOT OF THE REPORT AND ON SYSOUT.
110900****************************************************************
111000  7500-WRITE-SUMMARY.
111100      IF DL-FINDING-COUNT = 0
111200          MOVE 'NESSUN RILIEVO' TO DL-AUD-LINE
111300          PERFORM 8200-WRITE-AUD-LINE
111400              THRU 8200-WRITE-AUD-LINE-EXIT
111500      END-IF.
111600      MOVE DL-AUD-SEPARATOR TO DL-AUD-LINE.
111700      PERFORM 8200-WRITE-AUD-LINE THRU 8200-WRITE-AUD-LINE-EXIT.
111800      PERFORM 7510-WRITE-ONE-COUNT THRU 7510-WRITE-ONE-COUNT-EXIT
111900          VARYING DL-C FROM 1 BY 1 UNTIL DL-C > 10.
112000  7500-WRITE-SUMMARY-EXIT.
112100      EXIT.
112200  7510-WRITE-ONE-COUNT.
112300      MOVE DL-CHK-TAG(DL-C) TO AS-CHECK.
112400      MOVE DL-CHK-DESC(DL-C) TO AS-DESC.
112500      MOVE DL-CHK-COUNT(DL-C) TO AS-COUNT.
112600      MOVE DL-AR-SUMMARY TO DL-AUD-LINE.
112700      PERFORM 8200-WRITE-AUD-LINE THRU 8200-WRITE-AUD-LINE-EXIT.
112800  7510-WRITE-ONE-COUNT-EXIT.
112900      EXIT.
113000  7600-DISPLAY-ONE-COUNT.
113100      MOVE DL-CHK-TAG(DL-C) TO AS-CHECK.
113200      MOVE DL-CHK-DESC(DL-C) TO AS-DESC.
113300      MOVE DL-CHK-COUNT(DL-C) TO AS-COUNT.
113400      DISPLAY DL-AR-SUMMARY.
113500  7600-DISPLAY-ONE-COUNT-EXIT.
113600      EXIT.
113700****************************************************************
113800*  8100-WRITE-AUD-HEADING / 8200-WRITE-AUD-LINE
113900*  FILE-SIDE PAGINATION FOR THE AUDIT REPORT, AS IN DAYS.
114000****************************************************************
114100  8100-WRITE-AUD-HEADING.
114200      ADD 1 TO RH-PAGE-NO.
114300      MOVE RH-PAGE-NO TO AH-PAGE.
114400      IF DL-FIRST-PAGE
114500          MOVE 'N' TO DL-FIRST-PAGE-SW
114600          WRITE AUDIT-REPORT-RECORD FROM DL-AH1
114700      ELSE
114800          WRITE AUDIT-REPORT-RECORD FROM DL-AH1
114900              AFTER ADVANCING PAGE
115000      END-IF.
115100      WRITE AUDIT-REPORT-RECORD FROM DL-AH2.
115200      WRITE AUDIT-REPORT-RECORD FROM DL-AH3.
115300      WRITE AUDIT-REPORT-RECORD FROM DL-AUD-SEPARATOR.
115400      MOVE 4 TO RH-LINE-CT.
115500  8100-WRITE-AUD-HEADING-EXIT.
115600      EXIT.
115700  8200-WRITE-AUD-LINE.
115800      IF RH-LINE-CT >= RH-LINES-PER-PAGE
115900          PERFORM 8100-WRITE-AUD-HEADING
116000              THRU 8100-WRITE-AUD-HEADING-EXIT
116100      END-IF.
116200      WRITE AUDIT-REPORT-RECORD FROM DL-AUD-LINE.
116300      ADD 1 TO RH-LINE-CT.
116400  8200-WRITE-AUD-LINE-EXIT.
116500      EXIT.
116600****************************************************************
116700*  8300-EDIT-DATE
116800*  DL-EDIT-DATE-IN (AAAAMMGG) AS GG/MM/AAAA IN DL-EDIT-DATE.
116900****************************************************************
117000  8300-EDIT-DATE.
117100      MOVE DL-EDIT-DD TO DL-ED-DD.
117200      MOVE DL-EDIT-MM TO DL-ED-MM.
117300      MOVE DL-EDIT-CCYY TO DL-ED-CCYY.
117400  8300-EDIT-DATE-EXIT.
117500      EXIT.
117600****************************************************************
117700*  9000-REPRINT-REPORT
117800*  MENU: A SUPERVISOR AUTHORISED FOR THE COMPANY ON THE LAST
117900*  AUDIT REPORT APPENDS A COPY OF IT TO AUDPRT.  THE REPRINT IS
118000*  LOGGED TO CHGLOG (KEY AUDIT, ACTION V, THE REPORT'S FIRST
118100*  LINE AS THE AFTER IMAGE); NO CHGLOG, NO REPRINT.
118200****************************************************************
118300  9000-REPRINT-REPORT.
118400      IF NOT DL-OPER-SUPER
118500          DISPLAY 'AUTORIZZAZIONE INSUFFICIENTE - '
118600              'FUNZIONE RISERVATA AL SUPERVISORE'
118700          MOVE 8 TO RETURN-CODE
118800          GO TO 9000-REPRINT-REPORT-EXIT
118900      END-IF.
119000      OPEN INPUT AUDIT-REPORT.
119100      IF DL-AR-FILE-STATUS NOT = '00'
119200          DISPLAY 'NESSUN RAPPORTO DI AUDIT DA RISTAMPARE - '
119300              'STATUS ' DL-AR-FILE-STATUS
119400          MOVE 8 TO RETURN-CODE
119500          GO TO 9000-REPRINT-REPORT-EXIT
119600      END-IF.
119700      READ AUDIT-REPORT INTO DL-AH1
119800          AT END
119900              MOVE SPACES TO DL-AH1
120000      END-READ.
120100      IF AH-TITLE NOT = 'PAYROLL ANOMALY AUDIT - CONFIDENTIAL'
120200          DISPLAY 'AUDRPT NON E'' UN RAPPORTO DI AUDIT'
120300          CLOSE AUDIT-REPORT
120400          MOVE 8 TO RETURN-CODE
120500          GO TO 9000-REPRINT-REPORT-EXIT
120600      END-IF.
120700      CALL 'COMPAUTH' USING AH-COMPANY DL-AUTH-RESULT.
120800      IF DL-AUTH-RESULT NOT = 0
120900          DISPLAY 'AZIENDA ' AH-COMPANY
121000              ' NON AUTORIZZATA PER L''OPERATORE'
121100          CLOSE AUDIT-REPORT
121200          MOVE 8 TO RETURN-CODE
121300          GO TO 9000-REPRINT-REPORT-EXIT
121400      END-IF.
121500      OPEN EXTEND CHANGE-LOG.
121600      IF DL-CHGLOG-FILE-STATUS = '35'
121700          OPEN OUTPUT CHANGE-LOG
121800          CLOSE CHANGE-LOG
121900          OPEN EXTEND CHANGE-LOG
122000      END-IF.
122100      IF DL-CHGLOG-FILE-STATUS NOT = '00'
122200          DISPLAY 'IMPOSSIBILE APRIRE CHGLOG - STATUS '
122300              DL-CHGLOG-FILE-STATUS ' - RISTAMPA RIFIUTATA'
122400          CLOSE AUDIT-REPORT
122500          MOVE 8 TO RETURN-CODE
122600          GO TO 9000-REPRINT-REPORT-EXIT
122700      END-IF.
122800      OPEN EXTEND AUDIT-REPRINT.
122900      IF DL-AP-FILE-STATUS = '35'
123000          OPEN OUTPUT AUDIT-REPRINT
123100      END-IF.
123200      IF DL-AP-FILE-STATUS NOT = '00'
123300          DISPLAY 'IMPOSSIBILE SCRIVERE AUDPRT - STATUS '
123400              DL-AP-FILE-STATUS
123500          CLOSE AUDIT-REPORT CHANGE-LOG
123600          MOVE 8 TO RETURN-CODE
123700          GO TO 9000-REPRINT-REPORT-EXIT
123800      END-IF.
123900      MOVE 'V' TO CG-ACTION.
124000      MOVE 'AUDIT' TO CG-MATRICOLA.
124100      MOVE SPACES TO CG-BEFORE-IMAGE.
124200      MOVE DL-AH1 TO CG-AFTER-IMAGE.
124300      ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD.
124400      ACCEPT CG-RUN-TIME FROM TIME.
124500      MOVE DL-OPERATOR-ID TO CG-OPERATOR-ID.
124600      WRITE CHANGE-LOG-RECORD.
124700      CLOSE CHANGE-LOG.
124800      WRITE AUDIT-REPRINT-RECORD FROM DL-AH1.
124900      MOVE 1 TO DL-I.
125000      MOVE 'N' TO DL-EOF-SW.
125100      PERFORM 9100-COPY-ONE-LINE THRU 9100-COPY-ONE-LINE-EXIT
125200          UNTIL DL-END-OF-FILE.
125300      CLOSE AUDIT-REPORT AUDIT-REPRINT.
125400      DISPLAY 'RAPPORTO DI AUDIT AZIENDA ' AH-COMPANY
125500          ' RISTAMPATO SU AUDPRT - ' DL-I ' RIGHE'.
125600  9000-REPRINT-REPORT-EXIT.
125700      EXIT.
125800  9100-COPY-ONE-LINE.
125900      READ AUDIT-REPORT
126000          AT END
126100              MOVE 'Y' TO DL-EOF-SW
126200              GO TO 9100-COPY-ONE-LINE-EXIT
126300      END-READ.
126400      WRITE AUDIT-REPRINT-RECORD FROM AUDIT-REPORT-RECORD.
126500      ADD 1 TO DL-I.
126600  9100-COPY-ONE-LINE-EXIT.
126700      EXIT.
126800****************************************************************
126900*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
127000*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
127100*  BATCH STEPS.
127200****************************************************************
127300  9700-OPEN-EXCEPTION-FILE.
127400      OPEN EXTEND EXCEPTION-FILE.
127500      IF DL-EXC-FILE-STATUS = '35'
127600          OPEN OUTPUT EXCEPTION-FILE
127700          CLOSE EXCEPTION-FILE
127800          OPEN EXTEND EXCEPTION-FILE
127900      END-IF.
128000  9700-OPEN-EXCEPTION-FILE-EXIT.
128100      EXIT.
128200  9800-WRITE-EXCEPTION.
128300      MOVE 'PAYAUDIT' TO EX-PROGRAM-ID.
128400      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
128500      ACCEPT EX-RUN-TIME FROM TIME.
128600      MOVE 'N' TO EX-ACK-FLAG.
128700      MOVE SPACES TO EX-ACK-OPERATOR.
128800      MOVE 0 TO EX-ACK-DATE.
128900      MOVE SPACES TO EX-ACK-NOTE.
129000      WRITE EXCEPTION-RECORD.
129100  9800-WRITE-EXCEPTION-EXIT.
129200      EXIT.
129300****************************************************************
129400*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
129500****************************************************************
129600  COPY RPTHDRP.
