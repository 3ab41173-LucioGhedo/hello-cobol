001700*  ONLY.  ENDS THE WEEKLY PHOTOCOPY FROM THE BINDER.
001800*  MOD HISTORY
001900*  31/08/2026 LG  NEW.
001920*  15/10/2026 LG  THE LISTING NOW ENDS WITH THE EMPLOYEE'S TFR
001940*                 BALANCE FROM THE KEYED TFR ACCUMULATOR (TFRMAST,
001960*                 TFRREC.CPY), AS SALINQ SHOWS IT.  NO TFRMAST
001980*                 FILE JUST MEANS NO TFR LINE.
001986*  15/10/2026 LG  A PERIOD THAT PAID THE TREDICESIMA REPRINTS THE
001992*                 'DI CUI TREDICESIMA' LINE FROM PR-TREDICESIMA.
001994*  15/10/2026 LG  REPRINTS THE AGREEMENT DEDUCTIONS (PR-LOANS,
001996*                 PR-GARNISH) AS ONE TOTAL LINE EACH WHEN TAKEN -
001998*                 THE PER-AGREEMENT BALANCES ARE NOT IN PAYREG.
001999*  15/10/2026 LG  REPRINTS RIMBORSI SPESE FROM PR-EXPENSES.
002000****************************************************************
002100  ENVIRONMENT DIVISION.
002200  CONFIGURATION SECTION.
003200      SELECT REPRINT-FILE ASSIGN TO "RSLIPS"
003300          ORGANIZATION LINE SEQUENTIAL
003400          FILE STATUS IS DL-RPR-FILE-STATUS.
003410      SELECT TFR-MASTER ASSIGN TO "TFRMAST"
003420          ORGANIZATION INDEXED
003430          ACCESS MODE DYNAMIC
003440          RECORD KEY TF-MATRICOLA
003450          FILE STATUS IS DL-TFR-FILE-STATUS.
003500*
003600  DATA DIVISION.
003700  FILE SECTION.
003900  COPY PAYREG.
004000  FD  REPRINT-FILE.
004100  01  REPRINT-RECORD               PIC X(80).
004130  FD  TFR-MASTER.
004160  COPY TFRREC.
004200*
004300  WORKING-STORAGE SECTION.
004400  COPY RPTHDRW.
005300  01  DL-REPRINT-FLAG              PIC X(01).
005400  01  DL-BUFFER                    PIC X(10).
005500  01  DL-BUFFER-CHECK              PIC X(09) JUSTIFIED RIGHT.
005520  01  DL-TFR-FILE-STATUS           PIC X(02).
005540  01  DL-TFR-SW                    PIC X(01) VALUE 'N'.
005560      88  DL-TFR-AVAILABLE                    VALUE 'Y'.
005600  01  DL-PS-TITLE.
005700      05  FILLER                   PIC X(33) VALUE
005800          'RISTAMPA BUSTA PAGA - SETTIMANA  '.
008800              DL-REG-FILE-STATUS
008900          GOBACK
009000      END-IF.
009020      OPEN INPUT TFR-MASTER.
009040      IF DL-TFR-FILE-STATUS = '00'
009060          MOVE 'Y' TO DL-TFR-SW
009080      END-IF.
009100      PERFORM 2000-ESEGUI THRU 2000-ESEGUI-EXIT
009200          UNTIL DL-USERSTOP = 'F' OR DL-USERSTOP = 'f'.
009300      CLOSE PAY-REGISTER.
009320      IF DL-TFR-AVAILABLE
009340          CLOSE TFR-MASTER
009360      END-IF.
009400      GOBACK.
009500****************************************************************
009600*  2000-ESEGUI
010100      DISPLAY 'MATRICOLA DA CONSULTARE?'.
010200      ACCEPT DL-INQ-MATRICOLA.
010300      PERFORM 3000-LIST-WEEKS THRU 3000-LIST-WEEKS-EXIT.
010320      IF DL-TFR-AVAILABLE
010340          PERFORM 3500-SHOW-TFR THRU 3500-SHOW-TFR-EXIT
010360      END-IF.
010400      IF DL-WEEK-COUNT = 0
010500          DISPLAY 'NESSUNA SETTIMANA A REGISTRO PER '
010600              DL-INQ-MATRICOLA
015000          ' ESECUZIONE ' PR-RUN-NUMBER.
015100  3010-LIST-ONE-WEEK-EXIT.
015200      EXIT.
015205****************************************************************
015210*  3500-SHOW-TFR
015215*  THE TFR BALANCE AS AT THE LAST MONTH ACCRUED.
015220****************************************************************
015225  3500-SHOW-TFR.
015230      MOVE DL-INQ-MATRICOLA TO TF-MATRICOLA.
015235      READ TFR-MASTER
015240          INVALID KEY
015245              DISPLAY 'TFR: NESSUN ACCANTONAMENTO PER '
015250                  DL-INQ-MATRICOLA
015255              GO TO 3500-SHOW-TFR-EXIT
015260      END-READ.
015265      DISPLAY 'TFR ACCANTONATO ' TF-BALANCE
015270          ' (MATURATO NELL''ANNO ' TF-YEAR-ACCRUAL
015275          ', ULTIMO MESE ' TF-LAST-MONTH ')'.
015280  3500-SHOW-TFR-EXIT.
015285      EXIT.
015300****************************************************************
015400*  4000-REPRINT-ONE
015500*  KEYED READ OF THE CHOSEN PERIOD AND ONE PAYSLIP-FORMAT PAGE
019700      MOVE 'TOTALE LORDO        : ' TO PS-TOT-LABEL.
019800      MOVE PR-GROSS TO PS-TOT-AMOUNT.
019900      WRITE REPRINT-RECORD FROM DL-PS-TOT-LINE.
019910      IF PR-TREDICESIMA NOT = 0
019920          MOVE 'DI CUI TREDICESIMA  : ' TO PS-TOT-LABEL
019930          MOVE PR-TREDICESIMA TO PS-TOT-AMOUNT
019940          WRITE REPRINT-RECORD FROM DL-PS-TOT-LINE
019950      END-IF.
020000      MOVE 'TRATTENUTA FISCALE  : ' TO PS-TOT-LABEL.
020100      MOVE PR-TAX TO PS-TOT-AMOUNT.
020200      WRITE REPRINT-RECORD FROM DL-PS-TOT-LINE.
020600      MOVE 'QUOTA SINDACALE     : ' TO PS-TOT-LABEL.
020700      MOVE PR-UNION TO PS-TOT-AMOUNT.
020800      WRITE REPRINT-RECORD FROM DL-PS-TOT-LINE.
020809      IF PR-LOANS NOT = 0
020818          MOVE 'RATE ANTICIPI/PREST.: ' TO PS-TOT-LABEL
020827          MOVE PR-LOANS TO PS-TOT-AMOUNT
020836          WRITE REPRINT-RECORD FROM DL-PS-TOT-LINE
020845      END-IF.
020854      IF PR-GARNISH NOT = 0
020863          MOVE 'PIGNORAMENTI        : ' TO PS-TOT-LABEL
020872          MOVE PR-GARNISH TO PS-TOT-AMOUNT
020881          WRITE REPRINT-RECORD FROM DL-PS-TOT-LINE
020890      END-IF.
020892      IF PR-EXPENSES NOT = 0
020894          MOVE 'RIMBORSI SPESE      : ' TO PS-TOT-LABEL
020896          MOVE PR-EXPENSES TO PS-TOT-AMOUNT
020898          WRITE REPRINT-RECORD FROM DL-PS-TOT-LINE
020899      END-IF.
020900      MOVE 'NETTO A PAGARE      : ' TO PS-TOT-LABEL.
021000      MOVE PR-NET TO PS-TOT-AMOUNT.
021100      WRITE REPRINT-RECORD FROM DL-PS-TOT-LINE.
