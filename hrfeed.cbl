000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. HRFEED.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  HRFEED
000900*  BATCH HR FEED.  HR'S NEW HIRES, CHANGES AND LEAVERS USED TO
001000*  BE RE-KEYED ONE AT A TIME IN EMPMNT FROM THE LISTS HR SENT
001100*  OVER.  THIS STEP READS HR'S FIXED-FORMAT CHANGE FILE (HRTRAN,
001200*  LAYOUT HRTRAN.CPY) AND APPLIES EACH TRANSACTION TO THE KEYED
001300*  MASTER WITH THE SAME CHECKS EMPMNT MAKES AT THE KEYBOARD:
001400*    - A (NEW HIRE): A MATRICOLA ALREADY ON FILE IS REFUSED BY
001500*      THE RECORD KEY; THE COMPANY MUST BE ON COMPREF AND ACTIVE
001600*      (BLANK = 01), THE NAME, HIRE DATE, SALARY AND HOURS MUST
001700*      BE PRESENT, THE HIRE DATE MUST NOT FALL IN A CLOSED PAY
001800*      PERIOD (PERCHK)
001900*    - C (CHANGE): THE MATRICOLA MUST BE ON FILE; BLANK FIELDS
002000*      KEEP THEIR MASTER VALUE
002100*    - T (LEAVER): THE MATRICOLA MUST BE ON FILE AND NOT ALREADY
002200*      CESSATO, THE CESSAZIONE DATE NOT IN A CLOSED PERIOD
002300*  ON ADD AND CHANGE EVERY NEW VALUE IS EDITED AS EMPMNT EDITS
002400*  IT: COST CENTER ON CCREF AND ACTIVE (CHECK WAIVED WHEN CCREF
002500*  IS MISSING), IBAN BY IBANCHK, WORK DAY 1-7, HOURS 0.01-24,
002600*  SCHEDULE SEVEN S/N FLAGS WITH AT LEAST ONE S, PAY FREQUENCY
002700*  W OR M.  A SALARY OR IBAN CHANGE IS NEVER APPLIED HERE,
002800*  WHATEVER THE AMOUNT: THE FEED HAS NO OPERATOR AT THE
002900*  KEYBOARD, SO EVERY ONE IS HELD ON PENDCHG FOR A SUPERVISOR
003000*  TO APPROVE (PNDAPP) AND THE REST OF THE CHANGE GOES THROUGH.
003100*  A NEW HIRE'S SALARY AND IBAN GO ON THE RECORD AS IN EMPMNT.
003200*  EVERY UPDATE IS LOGGED TO CHGLOG UNDER THE BATCH OPERATOR ID
003300*  HRFEED.  A REFUSED TRANSACTION GOES TO THE EXCEPTION FILE
003400*  AND, UNCHANGED BUT FOR THE REASON IN HT-REASON, TO THE REJECT
003500*  FILE HRREJ FOR HR TO CORRECT AND SEND BACK; THE STEP THEN
003600*  ENDS RC 4.  NO HRTRAN FILE MEANS NOTHING TO APPLY; NO EMPMAST,
003700*  CHGLOG, PENDCHG OR HRREJ ENDS IT RC 8 BEFORE ANYTHING IS READ.
003800*  MOD HISTORY
003900*  15/10/2026 LG  NEW.
004000****************************************************************
004100  ENVIRONMENT DIVISION.
004200  CONFIGURATION SECTION.
004300  SOURCE-COMPUTER. IBM-PC.
004400  OBJECT-COMPUTER. IBM-PC.
004500  INPUT-OUTPUT SECTION.
004600  FILE-CONTROL.
004700      SELECT HR-TRANSACTIONS ASSIGN TO "HRTRAN"
004800          ORGANIZATION LINE SEQUENTIAL
004900          FILE STATUS IS DL-HT-FILE-STATUS.
005000      SELECT HR-REJECTS ASSIGN TO "HRREJ"
005100          ORGANIZATION LINE SEQUENTIAL
005200          FILE STATUS IS DL-REJ-FILE-STATUS.
005300      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005400          ORGANIZATION INDEXED
005500          ACCESS MODE DYNAMIC
005600          RECORD KEY EMP-MATRICOLA
005700          FILE STATUS IS DL-FILE-STATUS.
005800      SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
005900          ORGANIZATION LINE SEQUENTIAL
006000          FILE STATUS IS DL-CHGLOG-FILE-STATUS.
006100      SELECT COST-CENTER-FILE ASSIGN TO "CCREF"
006200          ORGANIZATION INDEXED
006300          ACCESS MODE DYNAMIC
006400          RECORD KEY CC-CODE
006500          FILE STATUS IS DL-CC-FILE-STATUS.
006600      SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
006700          ORGANIZATION LINE SEQUENTIAL
006800          FILE STATUS IS DL-PND-FILE-STATUS.
006900      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
007000          ORGANIZATION LINE SEQUENTIAL
007100          FILE STATUS IS DL-EXC-FILE-STATUS.
007200*
007300  DATA DIVISION.
007400  FILE SECTION.
007500  FD  HR-TRANSACTIONS.
007600  COPY HRTRAN.
007700  FD  HR-REJECTS.
007800  01  HR-REJECT-RECORD             PIC X(150).
007900  FD  EMPLOYEE-MASTER.
008000  01  EMPLOYEE-MASTER-RECORD.
008100      COPY EMPREC.
008200      05  EMP-WORK-DAY            PIC 9(01).
008300  FD  CHANGE-LOG.
008400  COPY CHGLOG.
008500  FD  COST-CENTER-FILE.
008600  COPY CCREF.
008700  FD  PENDING-CHANGES.
008800  COPY PENDCHG.
008900  FD  EXCEPTION-FILE.
009000  COPY EXCREC.
009100*
009200  WORKING-STORAGE SECTION.
009300  01  DL-HT-FILE-STATUS            PIC X(02).
009400  01  DL-REJ-FILE-STATUS           PIC X(02).
009500  01  DL-FILE-STATUS               PIC X(02).
009600  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
009700  01  DL-CC-FILE-STATUS            PIC X(02).
009800  01  DL-PND-FILE-STATUS           PIC X(02).
009900  01  DL-EXC-FILE-STATUS           PIC X(02).
010000  01  DL-OPERATOR-ID               PIC X(08) VALUE 'HRFEED'.
010100  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
010200      88  DL-END-OF-FILE                      VALUE 'Y'.
010300  01  DL-CCREF-SW                  PIC X(01) VALUE 'N'.
010400      88  DL-CCREF-AVAILABLE                  VALUE 'Y'.
010500  01  DL-VALID-SW                  PIC X(01).
010600      88  DL-TRAN-VALID                       VALUE 'Y'.
010700  01  DL-CHECK-ALL-SW              PIC X(01).
010800      88  DL-CHECK-ALL                        VALUE 'Y'.
010900  01  DL-NEW-MATRICOLA             PIC X(05).
011000  01  DL-NEW-COMPANY               PIC X(02).
011100  01  DL-NEW-NOME                  PIC X(20).
011200  01  DL-NEW-STIPENDIO             PIC 9(07)V99.
011300  01  DL-NEW-WORK-DAY              PIC X(01).
011400  01  DL-NEW-COST-CENTER           PIC X(04).
011500  01  DL-NEW-IBAN                  PIC X(27).
011600  01  DL-NEW-STD-HOURS             PIC 9(02)V99.
011700  01  DL-NEW-SCHEDULE              PIC X(07).
011800  01  DL-NEW-PAY-FREQ              PIC X(01).
011900  01  DL-SCHED-I                   PIC 9(01).
012000  01  DL-SCHED-BAD-SW              PIC X(01).
012100      88  DL-SCHED-BAD                        VALUE 'Y'.
012200  01  DL-IBAN-RESULT               PIC 9(01).
012300  01  DL-IBAN-MESSAGE              PIC X(32).
012400  01  DL-COMPANY-RESULT            PIC 9(01).
012500  01  DL-PERIOD-RESULT             PIC 9(01).
012600      88  DL-PERIOD-CLOSED                    VALUE 1.
012700  01  DL-COMPANY-INFO.
012800      05  DL-CI-CODE               PIC X(02).
012900      05  DL-CI-NAME               PIC X(30).
013000      05  FILLER                   PIC X(48).
013100  01  DL-READ-COUNT                PIC 9(06) VALUE 0.
013200  01  DL-ADD-COUNT                 PIC 9(06) VALUE 0.
013300  01  DL-CHANGE-COUNT              PIC 9(06) VALUE 0.
013400  01  DL-TERM-COUNT                PIC 9(06) VALUE 0.
013500  01  DL-HELD-COUNT                PIC 9(06) VALUE 0.
013600  01  DL-SAME-COUNT                PIC 9(06) VALUE 0.
013700  01  DL-REJECT-COUNT              PIC 9(06) VALUE 0.
013800*
013900  PROCEDURE DIVISION.
014000****************************************************************
014100*  0000-MAINLINE
014200****************************************************************
014300  0000-MAINLINE.
014400      OPEN INPUT HR-TRANSACTIONS.
014500      IF DL-HT-FILE-STATUS NOT = '00'
014600          DISPLAY 'HRTRAN NON DISPONIBILE - NESSUNA VARIAZIONE HR'
014700          GOBACK
014800      END-IF.
014900      OPEN EXTEND CHANGE-LOG.
015000      IF DL-CHGLOG-FILE-STATUS = '35'
015100          OPEN OUTPUT CHANGE-LOG
015200          CLOSE CHANGE-LOG
015300          OPEN EXTEND CHANGE-LOG
015400      END-IF.
015500      IF DL-CHGLOG-FILE-STATUS NOT = '00'
015600          DISPLAY 'IMPOSSIBILE APRIRE CHGLOG - STATUS '
015700              DL-CHGLOG-FILE-STATUS
015800          CLOSE HR-TRANSACTIONS
015900          MOVE 8 TO RETURN-CODE
016000          GOBACK
016100      END-IF.
016200      OPEN EXTEND PENDING-CHANGES.
016300      IF DL-PND-FILE-STATUS = '35'
016400          OPEN OUTPUT PENDING-CHANGES
016500          CLOSE PENDING-CHANGES
016600          OPEN EXTEND PENDING-CHANGES
016700      END-IF.
016800      IF DL-PND-FILE-STATUS NOT = '00'
016900          DISPLAY 'IMPOSSIBILE APRIRE PENDCHG - STATUS '
017000              DL-PND-FILE-STATUS
017100          CLOSE HR-TRANSACTIONS CHANGE-LOG
017200          MOVE 8 TO RETURN-CODE
017300          GOBACK
017400      END-IF.
017500      OPEN I-O EMPLOYEE-MASTER.
017600      IF DL-FILE-STATUS NOT = '00'
017700          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
017800              DL-FILE-STATUS
017900          CLOSE HR-TRANSACTIONS CHANGE-LOG PENDING-CHANGES
018000          MOVE 8 TO RETURN-CODE
018100          GOBACK
018200      END-IF.
018300      OPEN OUTPUT HR-REJECTS.
018400      IF DL-REJ-FILE-STATUS NOT = '00'
018500          DISPLAY 'IMPOSSIBILE SCRIVERE HRREJ - STATUS '
018600              DL-REJ-FILE-STATUS
018700          CLOSE HR-TRANSACTIONS CHANGE-LOG PENDING-CHANGES
018800          CLOSE EMPLOYEE-MASTER
018900          MOVE 8 TO RETURN-CODE
019000          GOBACK
019100      END-IF.
019200      OPEN INPUT COST-CENTER-FILE.
019300      IF DL-CC-FILE-STATUS = '00'
019400          MOVE 'Y' TO DL-CCREF-SW
019500      ELSE
019600          DISPLAY 'CCREF NON DISPONIBILE - CODICI CENTRO NON '
019700              'VERIFICATI'
019800      END-IF.
019900      PERFORM 9700-OPEN-EXCEPTION-FILE
020000          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
020100      PERFORM 1000-APPLY-ONE-TRAN THRU 1000-APPLY-ONE-TRAN-EXIT
020200          UNTIL DL-END-OF-FILE.
020300      CLOSE HR-TRANSACTIONS HR-REJECTS.
020400      CLOSE EMPLOYEE-MASTER CHANGE-LOG PENDING-CHANGES.
020500      IF DL-CCREF-AVAILABLE
020600          CLOSE COST-CENTER-FILE
020700      END-IF.
020800      CLOSE EXCEPTION-FILE.
020900      DISPLAY 'TRANSAZIONI HR LETTE   : ' DL-READ-COUNT.
021000      DISPLAY 'DIPENDENTI AGGIUNTI    : ' DL-ADD-COUNT.
021100      DISPLAY 'DIPENDENTI MODIFICATI  : ' DL-CHANGE-COUNT.
021200      DISPLAY 'DIPENDENTI CESSATI     : ' DL-TERM-COUNT.
021300      DISPLAY 'VARIAZIONI IN PENDCHG  : ' DL-HELD-COUNT.
021400      DISPLAY 'NESSUNA DIFFERENZA     : ' DL-SAME-COUNT.
021500      DISPLAY 'TRANSAZIONI SCARTATE   : ' DL-REJECT-COUNT.
021600      IF DL-REJECT-COUNT > 0
021700          MOVE 4 TO RETURN-CODE
021800      END-IF.
021900      GOBACK.
022000****************************************************************
022100*  1000-APPLY-ONE-TRAN
022200*  ONE HR TRANSACTION, DISPATCHED ON ITS ACTION CODE.
022300****************************************************************
022400  1000-APPLY-ONE-TRAN.
022500      READ HR-TRANSACTIONS
022600          AT END
022700              MOVE 'Y' TO DL-EOF-SW
022800              GO TO 1000-APPLY-ONE-TRAN-EXIT
022900      END-READ.
023000      ADD 1 TO DL-READ-COUNT.
023100      MOVE SPACES TO HT-REASON.
023200      MOVE HT-MATRICOLA TO DL-NEW-MATRICOLA.
023300      IF DL-NEW-MATRICOLA = SPACES
023400          MOVE 'MATRICOLA MANCANTE - TRANSAZIONE SCARTATA'
023500              TO EX-MESSAGE
023600          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
023700          GO TO 1000-APPLY-ONE-TRAN-EXIT
023800      END-IF.
023900      EVALUATE TRUE
024000          WHEN HT-ADD
024100              PERFORM 3000-ADD-EMPLOYEE
024200                  THRU 3000-ADD-EMPLOYEE-EXIT
024300          WHEN HT-CHANGE
024400              PERFORM 4000-CHANGE-EMPLOYEE
024500                  THRU 4000-CHANGE-EMPLOYEE-EXIT
024600          WHEN HT-TERMINATE
024700              PERFORM 7000-TERMINATE-EMPLOYEE
024800                  THRU 7000-TERMINATE-EMPLOYEE-EXIT
024900          WHEN OTHER
025000              MOVE 'CODICE AZIONE NON VALIDO (A/C/T) - SCARTATA'
025100                  TO EX-MESSAGE
025200              PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
025300      END-EVALUATE.
025400  1000-APPLY-ONE-TRAN-EXIT.
025500      EXIT.
025600****************************************************************
025700*  1900-REJECT-TRAN
025800*  ONE REFUSED TRANSACTION: TO EXCFILE, AND TO HRREJ WITH THE
025900*  REASON FOR HR.  THE CALLER HAS SET THE MESSAGE.
026000****************************************************************
026100  1900-REJECT-TRAN.
026200      DISPLAY 'TRANSAZIONE ' HT-ACTION ' ' HT-MATRICOLA
026300          ' - ' EX-MESSAGE.
026400      MOVE 4 TO EX-SEVERITY.
026500      MOVE HT-MATRICOLA TO EX-KEY.
026600      PERFORM 9800-WRITE-EXCEPTION
026700          THRU 9800-WRITE-EXCEPTION-EXIT.
026800      MOVE EX-MESSAGE TO HT-REASON.
026900      WRITE HR-REJECT-RECORD FROM HR-TRANSACTION-RECORD.
027000      ADD 1 TO DL-REJECT-COUNT.
027100  1900-REJECT-TRAN-EXIT.
027200      EXIT.
027300****************************************************************
027400*  3000-ADD-EMPLOYEE
027500*  A NEW HIRE.  EVERY FIELD IS EDITED; THE RECORD KEY REFUSES A
027600*  MATRICOLA ALREADY ON FILE, AS IN EMPMNT.
027700****************************************************************
027800  3000-ADD-EMPLOYEE.
027900      IF HT-NOME = SPACES
028000          MOVE 'NOME MANCANTE - ASSUNZIONE SCARTATA' TO EX-MESSAGE
028100          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
028200          GO TO 3000-ADD-EMPLOYEE-EXIT
028300      END-IF.
028400      IF HT-STIPENDIO NOT NUMERIC
028500          MOVE 'STIPENDIO MANCANTE O NON NUMERICO - SCARTATA'
028600              TO EX-MESSAGE
028700          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
028800          GO TO 3000-ADD-EMPLOYEE-EXIT
028900      END-IF.
029000      IF HT-HIRE-DATE NOT NUMERIC OR HT-HIRE-DATE = 0
029100          MOVE 'DATA ASSUNZIONE MANCANTE O NON VALIDA - SCARTATA'
029200              TO EX-MESSAGE
029300          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
029400          GO TO 3000-ADD-EMPLOYEE-EXIT
029500      END-IF.
029600      IF HT-STD-HOURS NOT NUMERIC
029700          MOVE 'ORE STANDARD MANCANTI O NON NUMERICHE - SCARTATA'
029800              TO EX-MESSAGE
029900          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
030000          GO TO 3000-ADD-EMPLOYEE-EXIT
030100      END-IF.
030200      MOVE HT-COMPANY TO DL-NEW-COMPANY.
030300      IF DL-NEW-COMPANY = SPACES
030400          MOVE '01' TO DL-NEW-COMPANY
030500      END-IF.
030600      MOVE HT-NOME TO DL-NEW-NOME.
030700      MOVE HT-STIPENDIO TO DL-NEW-STIPENDIO.
030800      MOVE HT-WORK-DAY TO DL-NEW-WORK-DAY.
030900      MOVE HT-COST-CENTER TO DL-NEW-COST-CENTER.
031000      MOVE HT-IBAN TO DL-NEW-IBAN.
031100      MOVE HT-STD-HOURS TO DL-NEW-STD-HOURS.
031200      MOVE HT-SCHEDULE TO DL-NEW-SCHEDULE.
031300      MOVE HT-PAY-FREQ TO DL-NEW-PAY-FREQ.
031400      IF DL-NEW-PAY-FREQ = SPACE
031500          MOVE 'W' TO DL-NEW-PAY-FREQ
031600      END-IF.
031700      MOVE 'Y' TO DL-CHECK-ALL-SW.
031800      PERFORM 5000-EDIT-FIELDS THRU 5000-EDIT-FIELDS-EXIT.
031900      IF NOT DL-TRAN-VALID
032000          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
032100          GO TO 3000-ADD-EMPLOYEE-EXIT
032200      END-IF.
032300      CALL 'PERCHK' USING DL-NEW-COMPANY DL-NEW-PAY-FREQ
032400          HT-HIRE-DATE DL-PERIOD-RESULT.
032500      IF DL-PERIOD-CLOSED
032600          MOVE 'ASSUNZIONE IN UN PERIODO DI PAGA GIA'' CHIUSO'
032700              TO EX-MESSAGE
032800          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
032900          GO TO 3000-ADD-EMPLOYEE-EXIT
033000      END-IF.
033100      MOVE DL-NEW-MATRICOLA TO EMP-MATRICOLA.
033200      MOVE DL-NEW-NOME TO EMP-NOME.
033300      MOVE DL-NEW-STIPENDIO TO EMP-STIPENDIO.
033400      MOVE HT-HIRE-DATE TO EMP-DATA-ASSUNZIONE.
033500      MOVE 'A' TO EMP-STATUS.
033600      MOVE 0 TO EMP-DATA-CESSAZIONE.
033700      MOVE DL-NEW-COST-CENTER TO EMP-COST-CENTER.
033800      MOVE DL-NEW-IBAN TO EMP-IBAN.
033900      MOVE DL-NEW-STD-HOURS TO EMP-STD-HOURS.
034000      MOVE DL-NEW-SCHEDULE TO EMP-SCHEDULE.
034100      MOVE DL-NEW-PAY-FREQ TO EMP-PAY-FREQ.
034200      MOVE DL-NEW-COMPANY TO EMP-COMPANY.
034300      MOVE DL-NEW-WORK-DAY TO EMP-WORK-DAY.
034400      WRITE EMPLOYEE-MASTER-RECORD
034500          INVALID KEY
034600              MOVE 'MATRICOLA GIA'' IN ANAGRAFICA - SCARTATA'
034700                  TO EX-MESSAGE
034800              PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
034900              GO TO 3000-ADD-EMPLOYEE-EXIT
035000      END-WRITE.
035100      MOVE 'A' TO CG-ACTION.
035200      MOVE DL-NEW-MATRICOLA TO CG-MATRICOLA.
035300      MOVE SPACES TO CG-BEFORE-IMAGE.
035400      MOVE EMPLOYEE-MASTER-RECORD TO CG-AFTER-IMAGE.
035500      PERFORM 6000-WRITE-CHANGE-LOG
035600          THRU 6000-WRITE-CHANGE-LOG-EXIT.
035700      ADD 1 TO DL-ADD-COUNT.
035800  3000-ADD-EMPLOYEE-EXIT.
035900      EXIT.
036000****************************************************************
036100*  3100-READ-BY-MATRICOLA
036200*  READS THE MASTER FOR A CHANGE OR LEAVER; NOT ON FILE IS A
036300*  REJECT.
036400****************************************************************
036500  3100-READ-BY-MATRICOLA.
036600      MOVE 'Y' TO DL-VALID-SW.
036700      MOVE DL-NEW-MATRICOLA TO EMP-MATRICOLA.
036800      READ EMPLOYEE-MASTER
036900          INVALID KEY
037000              MOVE 'MATRICOLA NON IN ANAGRAFICA - SCARTATA'
037100                  TO EX-MESSAGE
037200              MOVE 'N' TO DL-VALID-SW
037300      END-READ.
037400  3100-READ-BY-MATRICOLA-EXIT.
037500      EXIT.
037600****************************************************************
037700*  4000-CHANGE-EMPLOYEE
037800*  A CHANGE.  THE NEW VALUES START AS THE MASTER'S AND EACH
037900*  FIELD HR FILLED IN REPLACES ITS OWN; ONLY WHAT ACTUALLY
038000*  DIFFERS IS EDITED.  SALARY AND IBAN GO TO PENDCHG (7500),
038100*  EVERYTHING ELSE IS REWRITTEN AND LOGGED.  A TRANSACTION THAT
038200*  LEAVES THE RECORD AS IT WAS IS COUNTED, NOT LOGGED.
038300****************************************************************
038400  4000-CHANGE-EMPLOYEE.
038500      PERFORM 3100-READ-BY-MATRICOLA
038600          THRU 3100-READ-BY-MATRICOLA-EXIT.
038700      IF NOT DL-TRAN-VALID
038800          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
038900          GO TO 4000-CHANGE-EMPLOYEE-EXIT
039000      END-IF.
039100      IF HT-STIPENDIO-X NOT = SPACES AND HT-STIPENDIO NOT NUMERIC
039200          MOVE 'STIPENDIO NON NUMERICO - VARIAZIONE SCARTATA'
039300              TO EX-MESSAGE
039400          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
039500          GO TO 4000-CHANGE-EMPLOYEE-EXIT
039600      END-IF.
039700      IF HT-STD-HOURS-X NOT = SPACES AND HT-STD-HOURS NOT NUMERIC
039800          MOVE 'ORE STANDARD NON NUMERICHE - VARIAZIONE SCARTATA'
039900              TO EX-MESSAGE
040000          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
040100          GO TO 4000-CHANGE-EMPLOYEE-EXIT
040200      END-IF.
040300      MOVE EMPLOYEE-MASTER-RECORD TO CG-BEFORE-IMAGE.
040400      MOVE EMP-COMPANY TO DL-NEW-COMPANY.
040500      MOVE EMP-NOME TO DL-NEW-NOME.
040600      MOVE EMP-STIPENDIO TO DL-NEW-STIPENDIO.
040700      MOVE EMP-WORK-DAY TO DL-NEW-WORK-DAY.
040800      MOVE EMP-COST-CENTER TO DL-NEW-COST-CENTER.
040900      MOVE EMP-IBAN TO DL-NEW-IBAN.
041000      MOVE EMP-STD-HOURS TO DL-NEW-STD-HOURS.
041100      MOVE EMP-SCHEDULE TO DL-NEW-SCHEDULE.
041200      MOVE EMP-PAY-FREQ TO DL-NEW-PAY-FREQ.
041300      IF HT-COMPANY NOT = SPACES
041400          MOVE HT-COMPANY TO DL-NEW-COMPANY
041500      END-IF.
041600      IF HT-NOME NOT = SPACES
041700          MOVE HT-NOME TO DL-NEW-NOME
041800      END-IF.
041900      IF HT-STIPENDIO-X NOT = SPACES
042000          MOVE HT-STIPENDIO TO DL-NEW-STIPENDIO
042100      END-IF.
042200      IF HT-WORK-DAY NOT = SPACE
042300          MOVE HT-WORK-DAY TO DL-NEW-WORK-DAY
042400      END-IF.
042500      IF HT-COST-CENTER NOT = SPACES
042600          MOVE HT-COST-CENTER TO DL-NEW-COST-CENTER
042700      END-IF.
042800      IF HT-IBAN NOT = SPACES
042900          MOVE HT-IBAN TO DL-NEW-IBAN
043000      END-IF.
043100      IF HT-STD-HOURS-X NOT = SPACES
043200          MOVE HT-STD-HOURS TO DL-NEW-STD-HOURS
043300      END-IF.
043400      IF HT-SCHEDULE NOT = SPACES
043500          MOVE HT-SCHEDULE TO DL-NEW-SCHEDULE
043600      END-IF.
043700      IF HT-PAY-FREQ NOT = SPACE
043800          MOVE HT-PAY-FREQ TO DL-NEW-PAY-FREQ
043900      END-IF.
044000      MOVE 'N' TO DL-CHECK-ALL-SW.
044100      PERFORM 5000-EDIT-FIELDS THRU 5000-EDIT-FIELDS-EXIT.
044200      IF NOT DL-TRAN-VALID
044300          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
044400          GO TO 4000-CHANGE-EMPLOYEE-EXIT
044500      END-IF.
044600      PERFORM 7500-HOLD-FOR-APPROVAL
044700          THRU 7500-HOLD-FOR-APPROVAL-EXIT.
044800      MOVE DL-NEW-COMPANY TO EMP-COMPANY.
044900      MOVE DL-NEW-NOME TO EMP-NOME.
045000      MOVE DL-NEW-STIPENDIO TO EMP-STIPENDIO.
045100      MOVE DL-NEW-WORK-DAY TO EMP-WORK-DAY.
045200      MOVE DL-NEW-COST-CENTER TO EMP-COST-CENTER.
045300      MOVE DL-NEW-IBAN TO EMP-IBAN.
045400      MOVE DL-NEW-STD-HOURS TO EMP-STD-HOURS.
045500      MOVE DL-NEW-SCHEDULE TO EMP-SCHEDULE.
045600      MOVE DL-NEW-PAY-FREQ TO EMP-PAY-FREQ.
045700      IF EMPLOYEE-MASTER-RECORD = CG-BEFORE-IMAGE
045800          ADD 1 TO DL-SAME-COUNT
045900          GO TO 4000-CHANGE-EMPLOYEE-EXIT
046000      END-IF.
046100      REWRITE EMPLOYEE-MASTER-RECORD
046200          INVALID KEY
046300              MOVE 'RISCRITTURA ANAGRAFICA FALLITA - SCARTATA'
046400                  TO EX-MESSAGE
046500              PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
046600              GO TO 4000-CHANGE-EMPLOYEE-EXIT
046700      END-REWRITE.
046800      MOVE 'C' TO CG-ACTION.
046900      MOVE DL-NEW-MATRICOLA TO CG-MATRICOLA.
047000      MOVE EMPLOYEE-MASTER-RECORD TO CG-AFTER-IMAGE.
047100      PERFORM 6000-WRITE-CHANGE-LOG
047200          THRU 6000-WRITE-CHANGE-LOG-EXIT.
047300      ADD 1 TO DL-CHANGE-COUNT.
047400  4000-CHANGE-EMPLOYEE-EXIT.
047500      EXIT.
047600****************************************************************
047700*  5000-EDIT-FIELDS
047800*  EMPMNT'S FIELD CHECKS ON THE NEW VALUES.  ON AN ADD EVERY
047900*  FIELD IS CHECKED; ON A CHANGE ONLY THE FIELDS THAT DIFFER
048000*  FROM THE MASTER, SO A CODE RETIRED SINCE THE EMPLOYEE WAS
048100*  SET UP DOES NOT BLOCK AN UNRELATED CHANGE.  THE FIRST
048200*  FAILURE SETS THE MESSAGE AND ENDS THE EDIT.
048300****************************************************************
048400  5000-EDIT-FIELDS.
048500      MOVE 'N' TO DL-VALID-SW.
048600      IF DL-CHECK-ALL OR DL-NEW-COMPANY NOT = EMP-COMPANY
048700          CALL 'COMPINFO' USING DL-NEW-COMPANY DL-COMPANY-INFO
048800              DL-COMPANY-RESULT
048900          EVALUATE DL-COMPANY-RESULT
049000              WHEN 0
049100              WHEN 2
049200                  CONTINUE
049300              WHEN 3
049400                  MOVE 'AZIENDA NON ATTIVA - TRANSAZIONE SCARTATA'
049500                      TO EX-MESSAGE
049600                  GO TO 5000-EDIT-FIELDS-EXIT
049700              WHEN OTHER
049800                  MOVE 'AZIENDA NON CENSITA IN COMPREF - SCARTATA'
049900                      TO EX-MESSAGE
050000                  GO TO 5000-EDIT-FIELDS-EXIT
050100          END-EVALUATE
050200      END-IF.
050300      IF DL-CHECK-ALL OR DL-NEW-WORK-DAY NOT = EMP-WORK-DAY
050400          IF DL-NEW-WORK-DAY < '1' OR DL-NEW-WORK-DAY > '7'
050500              MOVE 'GIORNO LAVORATIVO NON DA 1 A 7 - SCARTATA'
050600                  TO EX-MESSAGE
050700              GO TO 5000-EDIT-FIELDS-EXIT
050800          END-IF
050900      END-IF.
051000      IF DL-CHECK-ALL OR DL-NEW-COST-CENTER NOT = EMP-COST-CENTER
051100          PERFORM 5100-EDIT-COST-CENTER
051200              THRU 5100-EDIT-COST-CENTER-EXIT
051300          IF EX-MESSAGE NOT = SPACES
051400              GO TO 5000-EDIT-FIELDS-EXIT
051500          END-IF
051600      END-IF.
051700      INSPECT DL-NEW-IBAN CONVERTING
051800          'abcdefghijklmnopqrstuvwxyz'
051900          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
052000      IF DL-NEW-IBAN NOT = SPACES
052100          IF DL-CHECK-ALL OR DL-NEW-IBAN NOT = EMP-IBAN
052200              CALL 'IBANCHK' USING DL-NEW-IBAN DL-IBAN-RESULT
052300                  DL-IBAN-MESSAGE
052400              IF DL-IBAN-RESULT NOT = 0
052500                  MOVE SPACES TO EX-MESSAGE
052600                  STRING 'IBAN NON VALIDO - ' DL-IBAN-MESSAGE
052700                      DELIMITED BY SIZE INTO EX-MESSAGE
052800                  GO TO 5000-EDIT-FIELDS-EXIT
052900              END-IF
053000          END-IF
053100      END-IF.
053200      IF DL-CHECK-ALL OR DL-NEW-STD-HOURS NOT = EMP-STD-HOURS
053300          IF DL-NEW-STD-HOURS = 0 OR DL-NEW-STD-HOURS > 24
053400              MOVE 'ORE STANDARD NON TRA 0.01 E 24 - SCARTATA'
053500                  TO EX-MESSAGE
053600              GO TO 5000-EDIT-FIELDS-EXIT
053700          END-IF
053800      END-IF.
053900      IF DL-CHECK-ALL OR DL-NEW-SCHEDULE NOT = EMP-SCHEDULE
054000          MOVE 'N' TO DL-SCHED-BAD-SW
054100          PERFORM 5200-CHECK-ONE-FLAG
054200              THRU 5200-CHECK-ONE-FLAG-EXIT
054300              VARYING DL-SCHED-I FROM 1 BY 1
054400              UNTIL DL-SCHED-I > 7
054500          IF DL-SCHED-BAD OR DL-NEW-SCHEDULE = 'NNNNNNN'
054600              MOVE 'ORARIO SETTIMANALE NON VALIDO (7 FLAG S/N)'
054700                  TO EX-MESSAGE
054800              GO TO 5000-EDIT-FIELDS-EXIT
054900          END-IF
055000      END-IF.
055100      EVALUATE DL-NEW-PAY-FREQ
055200          WHEN 'w'
055300              MOVE 'W' TO DL-NEW-PAY-FREQ
055400          WHEN 'm'
055500              MOVE 'M' TO DL-NEW-PAY-FREQ
055600      END-EVALUATE.
055700      IF DL-CHECK-ALL OR DL-NEW-PAY-FREQ NOT = EMP-PAY-FREQ
055800          IF DL-NEW-PAY-FREQ NOT = 'W'
055900                  AND DL-NEW-PAY-FREQ NOT = 'M'
056000              MOVE 'FREQUENZA PAGA NON W O M - SCARTATA'
056100                  TO EX-MESSAGE
056200              GO TO 5000-EDIT-FIELDS-EXIT
056300          END-IF
056400      END-IF.
056500      MOVE 'Y' TO DL-VALID-SW.
056600  5000-EDIT-FIELDS-EXIT.
056700      EXIT.
056800****************************************************************
056900*  5100-EDIT-COST-CENTER
057000*  THE COST CENTER MUST BE PRESENT AND, WHEN CCREF COULD BE
057100*  OPENED, ON IT AND ACTIVE.  LEAVES EX-MESSAGE BLANK WHEN IT
057200*  PASSES.
057300****************************************************************
057400  5100-EDIT-COST-CENTER.
057500      MOVE SPACES TO EX-MESSAGE.
057600      IF DL-NEW-COST-CENTER = SPACES
057700          MOVE 'CENTRO DI COSTO MANCANTE - TRANSAZIONE SCARTATA'
057800              TO EX-MESSAGE
057900          GO TO 5100-EDIT-COST-CENTER-EXIT
058000      END-IF.
058100      IF NOT DL-CCREF-AVAILABLE
058200          GO TO 5100-EDIT-COST-CENTER-EXIT
058300      END-IF.
058400      MOVE DL-NEW-COST-CENTER TO CC-CODE.
058500      READ COST-CENTER-FILE
058600          INVALID KEY
058700              MOVE 'CENTRO DI COSTO NON IN CCREF - SCARTATA'
058800                  TO EX-MESSAGE
058900              GO TO 5100-EDIT-COST-CENTER-EXIT
059000      END-READ.
059100      IF CC-INACTIVE
059200          MOVE 'CENTRO DI COSTO DISATTIVATO - SCARTATA'
059300              TO EX-MESSAGE
059400      END-IF.
059500  5100-EDIT-COST-CENTER-EXIT.
059600      EXIT.
059700  5200-CHECK-ONE-FLAG.
059800      IF DL-NEW-SCHEDULE(DL-SCHED-I:1) NOT = 'S'
059900              AND DL-NEW-SCHEDULE(DL-SCHED-I:1) NOT = 'N'
060000          MOVE 'Y' TO DL-SCHED-BAD-SW
060100      END-IF.
060200  5200-CHECK-ONE-FLAG-EXIT.
060300      EXIT.
060400****************************************************************
060500*  6000-WRITE-CHANGE-LOG
060600*  STAMPS AND APPENDS ONE CHANGE-LOG RECORD; THE CALLER HAS SET
060700*  THE ACTION, MATRICOLA AND IMAGES.
060800****************************************************************
060900  6000-WRITE-CHANGE-LOG.
061000      ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD.
061100      ACCEPT CG-RUN-TIME FROM TIME.
061200      MOVE DL-OPERATOR-ID TO CG-OPERATOR-ID.
061300      WRITE CHANGE-LOG-RECORD.
061400  6000-WRITE-CHANGE-LOG-EXIT.
061500      EXIT.
061600****************************************************************
061700*  7000-TERMINATE-EMPLOYEE
061800*  A LEAVER: STATUS T AND THE CESSAZIONE DATE, AS EMPMNT'S T)
061900*  ACTION.
062000****************************************************************
062100  7000-TERMINATE-EMPLOYEE.
062200      PERFORM 3100-READ-BY-MATRICOLA
062300          THRU 3100-READ-BY-MATRICOLA-EXIT.
062400      IF NOT DL-TRAN-VALID
062500          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
062600          GO TO 7000-TERMINATE-EMPLOYEE-EXIT
062700      END-IF.
062800      IF EMP-TERMINATED
062900          MOVE 'DIPENDENTE GIA'' CESSATO - CESSAZIONE SCARTATA'
063000              TO EX-MESSAGE
063100          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
063200          GO TO 7000-TERMINATE-EMPLOYEE-EXIT
063300      END-IF.
063400      IF HT-TERM-DATE NOT NUMERIC OR HT-TERM-DATE = 0
063500          MOVE 'DATA CESSAZIONE MANCANTE O NON VALIDA - SCARTATA'
063600              TO EX-MESSAGE
063700          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
063800          GO TO 7000-TERMINATE-EMPLOYEE-EXIT
063900      END-IF.
064000      CALL 'PERCHK' USING EMP-COMPANY EMP-PAY-FREQ
064100          HT-TERM-DATE DL-PERIOD-RESULT.
064200      IF DL-PERIOD-CLOSED
064300          MOVE 'CESSAZIONE IN UN PERIODO DI PAGA GIA'' CHIUSO'
064400              TO EX-MESSAGE
064500          PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
064600          GO TO 7000-TERMINATE-EMPLOYEE-EXIT
064700      END-IF.
064800      MOVE EMPLOYEE-MASTER-RECORD TO CG-BEFORE-IMAGE.
064900      MOVE 'T' TO EMP-STATUS.
065000      MOVE HT-TERM-DATE TO EMP-DATA-CESSAZIONE.
065100      REWRITE EMPLOYEE-MASTER-RECORD
065200          INVALID KEY
065300              MOVE 'RISCRITTURA ANAGRAFICA FALLITA - SCARTATA'
065400                  TO EX-MESSAGE
065500              PERFORM 1900-REJECT-TRAN THRU 1900-REJECT-TRAN-EXIT
065600              GO TO 7000-TERMINATE-EMPLOYEE-EXIT
065700      END-REWRITE.
065800      MOVE 'T' TO CG-ACTION.
065900      MOVE DL-NEW-MATRICOLA TO CG-MATRICOLA.
066000      MOVE EMPLOYEE-MASTER-RECORD TO CG-AFTER-IMAGE.
066100      PERFORM 6000-WRITE-CHANGE-LOG
066200          THRU 6000-WRITE-CHANGE-LOG-EXIT.
066300      ADD 1 TO DL-TERM-COUNT.
066400  7000-TERMINATE-EMPLOYEE-EXIT.
066500      EXIT.
066600****************************************************************
066700*  7500-HOLD-FOR-APPROVAL
066800*  DUAL CONTROL FOR THE FEED: ANY NEW SALARY AND ANY NEW IBAN
066900*  IS WRITTEN TO PENDCHG AND THE MASTER KEEPS ITS OLD VALUE
067000*  UNTIL A SUPERVISOR APPROVES IT IN PNDAPP.
067100****************************************************************
067200  7500-HOLD-FOR-APPROVAL.
067300      IF DL-NEW-STIPENDIO NOT = EMP-STIPENDIO
067400          MOVE 'S' TO PC-FIELD
067500          MOVE SPACES TO PC-OLD-VALUE
067600          MOVE SPACES TO PC-NEW-VALUE
067700          MOVE EMP-STIPENDIO TO PC-OLD-AMOUNT
067800          MOVE DL-NEW-STIPENDIO TO PC-NEW-AMOUNT
067900          PERFORM 7600-WRITE-PENDING
068000              THRU 7600-WRITE-PENDING-EXIT
068100          MOVE EMP-STIPENDIO TO DL-NEW-STIPENDIO
068200      END-IF.
068300      IF DL-NEW-IBAN NOT = EMP-IBAN
068400          MOVE 'I' TO PC-FIELD
068500          MOVE EMP-IBAN TO PC-OLD-VALUE
068600          MOVE DL-NEW-IBAN TO PC-NEW-VALUE
068700          PERFORM 7600-WRITE-PENDING
068800              THRU 7600-WRITE-PENDING-EXIT
068900          MOVE EMP-IBAN TO DL-NEW-IBAN
069000      END-IF.
069100  7500-HOLD-FOR-APPROVAL-EXIT.
069200      EXIT.
069300  7600-WRITE-PENDING.
069400      MOVE 'P' TO PC-STATUS.
069500      MOVE DL-NEW-MATRICOLA TO PC-MATRICOLA.
069600      MOVE DL-OPERATOR-ID TO PC-REQ-OPERATOR.
069700      ACCEPT PC-REQ-DATE FROM DATE YYYYMMDD.
069800      ACCEPT PC-REQ-TIME FROM TIME.
069900      MOVE SPACES TO PC-REV-OPERATOR.
070000      MOVE 0 TO PC-REV-DATE.
070100      WRITE PENDING-CHANGE-RECORD.
070200      ADD 1 TO DL-HELD-COUNT.
070300      DISPLAY 'MATRICOLA ' DL-NEW-MATRICOLA ' VARIAZIONE '
070400          PC-FIELD ' SOSPESA - RICHIEDE APPROVAZIONE (PNDAPP)'.
070500  7600-WRITE-PENDING-EXIT.
070600      EXIT.
070700****************************************************************
070800*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
070900*  COMMON EXCEPTION FILE (EXCREC.CPY), APPENDED TO.
071000****************************************************************
071100  9700-OPEN-EXCEPTION-FILE.
071200      OPEN EXTEND EXCEPTION-FILE.
071300      IF DL-EXC-FILE-STATUS = '35'
071400          OPEN OUTPUT EXCEPTION-FILE
071500          CLOSE EXCEPTION-FILE
071600          OPEN EXTEND EXCEPTION-FILE
071700      END-IF.
071800  9700-OPEN-EXCEPTION-FILE-EXIT.
071900      EXIT.
072000  9800-WRITE-EXCEPTION.
072100      MOVE 'HRFEED' TO EX-PROGRAM-ID.
072200      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
072300      ACCEPT EX-RUN-TIME FROM TIME.
072400      MOVE 'N' TO EX-ACK-FLAG.
072500      MOVE SPACES TO EX-ACK-OPERATOR.
072600      MOVE 0 TO EX-ACK-DATE.
072700      MOVE SPACES TO EX-ACK-NOTE.
072800      WRITE EXCEPTION-RECORD.
072900  9800-WRITE-EXCEPTION-EXIT.
073000      EXIT.
