001500*  SALARY REVIEW WITHOUT ANYONE READING THE RAW FILE.
001600*  MOD HISTORY
001700*  22/08/2026 LG  NEW.
001720*  15/10/2026 LG  ALSO SHOWS THE EMPLOYEE'S TFR BALANCE FROM THE
001740*                 KEYED TFR ACCUMULATOR (TFRMAST, TFRREC.CPY).  NO
001760*                 TFRMAST FILE JUST MEANS NO TFR LINE.
001770*  15/10/2026 LG  A TFR PAID OUT BY THE FINAL SETTLEMENT SHOWS
001780*                 THE CESSAZIONE DATE IT WAS SETTLED ON.
001789*  15/10/2026 LG  AN EMPLOYEE OF A COMPANY THE OPERATOR IS NOT
001798*                 ALLOWED TO RUN (COMPAUTH) IS NOT SHOWN.
001800****************************************************************
001900  ENVIRONMENT DIVISION.
002000  CONFIGURATION SECTION.
003200          ACCESS MODE DYNAMIC
003300          RECORD KEY SH-KEY
003400          FILE STATUS IS DL-SH-FILE-STATUS.
003410      SELECT TFR-MASTER ASSIGN TO "TFRMAST"
003420          ORGANIZATION INDEXED
003430          ACCESS MODE DYNAMIC
003440          RECORD KEY TF-MATRICOLA
003450          FILE STATUS IS DL-TFR-FILE-STATUS.
003500*
003600  DATA DIVISION.
003700  FILE SECTION.
004100      05  EMP-WORK-DAY            PIC 9(01).
004200  FD  SALARY-HISTORY.
004300  COPY SALHREC.
004330  FD  TFR-MASTER.
004360  COPY TFRREC.
004400*
004500  WORKING-STORAGE SECTION.
004600  01  DL-EMP-FILE-STATUS           PIC X(02).
005600  01  DL-PCT-CHANGE                PIC S9(05)V99.
005700  01  DL-CURRENT-STIPENDIO         PIC 9(07)V99.
005800  01  DL-CURRENT-DATE              PIC 9(08).
005820  01  DL-TFR-FILE-STATUS           PIC X(02).
005840  01  DL-TFR-SW                    PIC X(01) VALUE 'N'.
005860      88  DL-TFR-AVAILABLE                    VALUE 'Y'.
005870  01  DL-AUTH-RESULT               PIC 9(01).
005900*
006000  PROCEDURE DIVISION.
006100****************************************************************
007700          CLOSE EMPLOYEE-MASTER
007800          GOBACK
007900      END-IF.
007920      OPEN INPUT TFR-MASTER.
007940      IF DL-TFR-FILE-STATUS = '00'
007960          MOVE 'Y' TO DL-TFR-SW
007980      END-IF.
008000      PERFORM 2000-ESEGUI THRU 2000-ESEGUI-EXIT
008100          UNTIL DL-USERSTOP = 'F' OR DL-USERSTOP = 'f'.
008200      CLOSE EMPLOYEE-MASTER SALARY-HISTORY.
008220      IF DL-TFR-AVAILABLE
008240          CLOSE TFR-MASTER
008260      END-IF.
008300      GOBACK.
008400****************************************************************
008500*  2000-ESEGUI
009600                  ' NON TROVATA'
009700              GO TO 2000-ESEGUI-ASK
009800      END-READ.
009810      CALL 'COMPAUTH' USING EMP-COMPANY DL-AUTH-RESULT.
009820      IF DL-AUTH-RESULT NOT = 0
009830          DISPLAY 'DIPENDENTE DI AZIENDA ' EMP-COMPANY
009840              ' NON AUTORIZZATA PER L''OPERATORE'
009850          GO TO 2000-ESEGUI-ASK
009860      END-IF.
009900      DISPLAY 'MATRICOLA : ' EMP-MATRICOLA.
010000      DISPLAY 'NOME      : ' EMP-NOME.
010100      DISPLAY 'ASSUNTO IL: ' EMP-DATA-ASSUNZIONE.
010400      END-IF.
010500      DISPLAY 'CENTRO    : ' EMP-COST-CENTER.
010600      DISPLAY 'STIPENDIO BASE ANAGRAFICA: ' EMP-STIPENDIO.
010620      IF DL-TFR-AVAILABLE
010640          PERFORM 3500-SHOW-TFR THRU 3500-SHOW-TFR-EXIT
010660      END-IF.
010700      PERFORM 3000-SHOW-TIMELINE THRU 3000-SHOW-TIMELINE-EXIT.
010800  2000-ESEGUI-ASK.
010900      DISPLAY 'ALTRA MATRICOLA? PER SMETTERE PREMI F'.
017300      END-IF.
017400  3010-SHOW-ONE-STEP-EXIT.
017500      EXIT.
017600****************************************************************
017700*  3500-SHOW-TFR
017800*  THE TFR BALANCE AS AT THE LAST MONTH ACCRUED.
017900****************************************************************
018000  3500-SHOW-TFR.
018100      MOVE EMP-MATRICOLA TO TF-MATRICOLA.
018200      READ TFR-MASTER
018300          INVALID KEY
018400              DISPLAY 'TFR       : NESSUN ACCANTONAMENTO'
018500              GO TO 3500-SHOW-TFR-EXIT
018600      END-READ.
018700      DISPLAY 'TFR       : ' TF-BALANCE
018800          ' (MATURATO NELL''ANNO ' TF-YEAR-ACCRUAL
018900          ', ULTIMO MESE ' TF-LAST-MONTH ')'.
018920      IF TF-SETTLED-DATE NOT = 0
018940          DISPLAY '            TFR LIQUIDATO IL ' TF-SETTLED-DATE
018960      END-IF.
019000  3500-SHOW-TFR-EXIT.
019100      EXIT.
