000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SIMCTL.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  SIMCTL
000900*  RUN-CONTROL FOR A WHAT-IF SIMULATION (SIMRUN).  READS THE
001000*  COMPANY'S ONE-RECORD RUNCTL AS RUNSEL LEFT IT AND WRITES A
001100*  COPY (SIMCTL DD) WITH THE RUN NUMBER SET TO 0 - THE MARK
001200*  DAYS, RETROAPP AND PAYCALC TAKE TO MEAN "UPDATE NOTHING".  A
001300*  REAL RUN NUMBER IS NEVER 0 (RUNMNT STARTS THE SERIES AT 1).
001400*  TWO SYSIN CARDS MAY MOVE THE PERIOD: THE START AND THE END
001500*  (AAAAMMGG, BLANK = KEEP THE CURRENT ONE).  A MOVED PERIOD
001600*  ALSO MOVES THE PROCESSING DATE TO THE NEW PERIOD END, SO
001700*  SALARIES ARE RESOLVED AS OF THAT DAY.  A BAD DATE, A START
001800*  AFTER THE END OR AN EMPTY RUNCTL ENDS THE STEP WITH RC 8.
001900*  THE SIMCTL FILE IS A TEMPORARY OF THE SIMULATION JOB - IT IS
002000*  NEVER WRITTEN BACK OVER PAYROLL.RUNCTL.
002100*  MOD HISTORY
002200*  15/10/2026 LG  NEW.
002300****************************************************************
002400  ENVIRONMENT DIVISION.
002500  CONFIGURATION SECTION.
002600  SOURCE-COMPUTER. IBM-PC.
002700  OBJECT-COMPUTER. IBM-PC.
002800  INPUT-OUTPUT SECTION.
002900  FILE-CONTROL.
003000      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
003100          ORGANIZATION LINE SEQUENTIAL
003200          FILE STATUS IS DL-RC-FILE-STATUS.
003300      SELECT SIM-CONTROL ASSIGN TO "SIMCTL"
003400          ORGANIZATION LINE SEQUENTIAL
003500          FILE STATUS IS DL-SC-FILE-STATUS.
003600*
003700  DATA DIVISION.
003800  FILE SECTION.
003900  FD  RUN-CONTROL.
004000  COPY RUNCTL.
004100  FD  SIM-CONTROL.
004200  01  SIM-CONTROL-RECORD           PIC X(32).
004300*
004400  WORKING-STORAGE SECTION.
004500  01  DL-RC-FILE-STATUS            PIC X(02).
004600  01  DL-SC-FILE-STATUS            PIC X(02).
004700  01  DL-DATE-CARD                 PIC X(08).
004800  01  DL-CHECK-DATE                PIC 9(08).
004900  01  DL-CHECK-DATE-R REDEFINES DL-CHECK-DATE.
005000      05  DL-CHECK-CCYY            PIC 9(04).
005100      05  DL-CHECK-MM              PIC 9(02).
005200      05  DL-CHECK-DD              PIC 9(02).
005300  01  DL-NEW-START                 PIC 9(08).
005400  01  DL-NEW-END                   PIC 9(08).
005500  01  DL-DATE-OK-SW                PIC X(01).
005600      88  DL-DATE-OK                          VALUE 'Y'.
005700  01  GG                          PIC X(25) VALUE
005800          '312831303130313130313031'.
005900  01  TAB-GG REDEFINES GG.
006000      05  G-MESE OCCURS 12 TIMES  PIC 99.
006100  01  DL-YEAR-REM-4               PIC 9(04).
006200  01  DL-YEAR-REM-100             PIC 9(04).
006300  01  DL-YEAR-REM-400             PIC 9(04).
006400  01  DL-YEAR-QUOTIENT            PIC 9(04).
006500  01  DL-LEAP-SW                  PIC X(01) VALUE 'N'.
006600      88  DL-LEAP-YEAR                        VALUE 'Y'.
006700*
006800  PROCEDURE DIVISION.
006900****************************************************************
007000*  0000-MAINLINE
007100****************************************************************
007200  0000-MAINLINE.
007300      PERFORM 1000-READ-RUN-CONTROL
007400          THRU 1000-READ-RUN-CONTROL-EXIT.
007500      PERFORM 2000-READ-PERIOD-CARDS
007600          THRU 2000-READ-PERIOD-CARDS-EXIT.
007700      IF RETURN-CODE = 0
007800          PERFORM 3000-WRITE-SIM-CONTROL
007900              THRU 3000-WRITE-SIM-CONTROL-EXIT
008000      END-IF.
008100      GOBACK.
008200****************************************************************
008300*  1000-READ-RUN-CONTROL
008400*  THE COMPANY'S CURRENT RECORD, AS RUNSEL SELECTED IT.
008500****************************************************************
008600  1000-READ-RUN-CONTROL.
008700      OPEN INPUT RUN-CONTROL.
008800      IF DL-RC-FILE-STATUS NOT = '00'
008900          DISPLAY 'IMPOSSIBILE APRIRE RUNCTL - STATUS '
009000              DL-RC-FILE-STATUS
009100          MOVE 8 TO RETURN-CODE
009200          GOBACK
009300      END-IF.
009400      READ RUN-CONTROL
009500          AT END
009600              DISPLAY 'RUNCTL VUOTO - ELABORAZIONE RIFIUTATA'
009700              MOVE 8 TO RETURN-CODE
009800              CLOSE RUN-CONTROL
009900              GOBACK
010000      END-READ.
010100      CLOSE RUN-CONTROL.
010200      DISPLAY 'RUN-CONTROL CORRENTE: PERIODO '
010300          RN-PERIOD-START ' - ' RN-PERIOD-END
010400          ' ESECUZIONE ' RN-RUN-NUMBER.
010500  1000-READ-RUN-CONTROL-EXIT.
010600      EXIT.
010700****************************************************************
010800*  2000-READ-PERIOD-CARDS
010900*  PERIOD START AND END CARDS, BLANK = UNCHANGED.  EACH DATE IS
011000*  CHECKED THROUGH THE SAME G-MESE/LEAP RULES AS MESII.
011100****************************************************************
011200  2000-READ-PERIOD-CARDS.
011300      MOVE RN-PERIOD-START TO DL-NEW-START.
011400      MOVE RN-PERIOD-END TO DL-NEW-END.
011500      DISPLAY 'INIZIO PERIODO SIMULATO? (AAAAMMGG, INVIO = '
011600          'INVARIATO)'.
011700      MOVE SPACES TO DL-DATE-CARD.
011800      ACCEPT DL-DATE-CARD.
011900      IF DL-DATE-CARD NOT = SPACES
012000          PERFORM 2100-CHECK-DATE THRU 2100-CHECK-DATE-EXIT
012100          IF NOT DL-DATE-OK
012200              DISPLAY 'INIZIO PERIODO ERRATO: ' DL-DATE-CARD
012300              MOVE 8 TO RETURN-CODE
012400              GO TO 2000-READ-PERIOD-CARDS-EXIT
012500          END-IF
012600          MOVE DL-CHECK-DATE TO DL-NEW-START
012700      END-IF.
012800      DISPLAY 'FINE PERIODO SIMULATO? (AAAAMMGG, INVIO = '
012900          'INVARIATO)'.
013000      MOVE SPACES TO DL-DATE-CARD.
013100      ACCEPT DL-DATE-CARD.
013200      IF DL-DATE-CARD NOT = SPACES
013300          PERFORM 2100-CHECK-DATE THRU 2100-CHECK-DATE-EXIT
013400          IF NOT DL-DATE-OK
013500              DISPLAY 'FINE PERIODO ERRATA: ' DL-DATE-CARD
013600              MOVE 8 TO RETURN-CODE
013700              GO TO 2000-READ-PERIOD-CARDS-EXIT
013800          END-IF
013900          MOVE DL-CHECK-DATE TO DL-NEW-END
014000      END-IF.
014100      IF DL-NEW-START > DL-NEW-END
014200          DISPLAY 'INIZIO PERIODO ' DL-NEW-START
014300              ' DOPO LA FINE ' DL-NEW-END
014400              ' - ELABORAZIONE RIFIUTATA'
014500          MOVE 8 TO RETURN-CODE
014600          GO TO 2000-READ-PERIOD-CARDS-EXIT
014700      END-IF.
014800      IF DL-NEW-START NOT = RN-PERIOD-START
014900              OR DL-NEW-END NOT = RN-PERIOD-END
015000          MOVE DL-NEW-START TO RN-PERIOD-START
015100          MOVE DL-NEW-END TO RN-PERIOD-END
015200          MOVE DL-NEW-END TO RN-PROCESS-DATE
015300      END-IF.
015400  2000-READ-PERIOD-CARDS-EXIT.
015500      EXIT.
015600****************************************************************
015700*  2100-CHECK-DATE
015800*  DL-DATE-CARD MUST BE A REAL AAAAMMGG DATE; SETS DL-DATE-OK
015900*  AND LEAVES IT IN DL-CHECK-DATE.
016000****************************************************************
016100  2100-CHECK-DATE.
016200      MOVE 'N' TO DL-DATE-OK-SW.
016300      IF DL-DATE-CARD NOT NUMERIC
016400          GO TO 2100-CHECK-DATE-EXIT
016500      END-IF.
016600      MOVE DL-DATE-CARD TO DL-CHECK-DATE.
016700      IF DL-CHECK-MM < 1 OR DL-CHECK-MM > 12
016800          GO TO 2100-CHECK-DATE-EXIT
016900      END-IF.
017000      PERFORM 2200-SET-FEBBRAIO-LIMIT
017100          THRU 2200-SET-FEBBRAIO-LIMIT-EXIT.
017200      IF DL-CHECK-DD < 1 OR DL-CHECK-DD > G-MESE(DL-CHECK-MM)
017300          GO TO 2100-CHECK-DATE-EXIT
017400      END-IF.
017500      MOVE 'Y' TO DL-DATE-OK-SW.
017600  2100-CHECK-DATE-EXIT.
017700      EXIT.
017800****************************************************************
017900*  2200-SET-FEBBRAIO-LIMIT
018000*  RECOMPUTES G-MESE(2) FROM DL-CHECK-CCYY, THE SAME STANDARD
018100*  LEAP-YEAR RULE AS MESII'S 1000-SET-FEBBRAIO-LIMIT.
018200****************************************************************
018300  2200-SET-FEBBRAIO-LIMIT.
018400      MOVE 'N' TO DL-LEAP-SW.
018500      DIVIDE DL-CHECK-CCYY BY 4 GIVING DL-YEAR-QUOTIENT
018600          REMAINDER DL-YEAR-REM-4.
018700      IF DL-YEAR-REM-4 = 0
018800          MOVE 'Y' TO DL-LEAP-SW
018900          DIVIDE DL-CHECK-CCYY BY 100 GIVING DL-YEAR-QUOTIENT
019000              REMAINDER DL-YEAR-REM-100
019100          IF DL-YEAR-REM-100 = 0
019200              MOVE 'N' TO DL-LEAP-SW
019300              DIVIDE DL-CHECK-CCYY BY 400
019400                  GIVING DL-YEAR-QUOTIENT
019500                  REMAINDER DL-YEAR-REM-400
019600              IF DL-YEAR-REM-400 = 0
019700                  MOVE 'Y' TO DL-LEAP-SW
019800              END-IF
019900          END-IF
020000      END-IF.
020100      IF DL-LEAP-YEAR
020200          MOVE 29 TO G-MESE(2)
020300      ELSE
020400          MOVE 28 TO G-MESE(2)
020500      END-IF.
020600  2200-SET-FEBBRAIO-LIMIT-EXIT.
020700      EXIT.
020800****************************************************************
020900*  3000-WRITE-SIM-CONTROL
021000*  RUN NUMBER 0 MARKS THE RECORD AS A SIMULATION.
021100****************************************************************
021200  3000-WRITE-SIM-CONTROL.
021300      MOVE 0 TO RN-RUN-NUMBER.
021400      OPEN OUTPUT SIM-CONTROL.
021500      IF DL-SC-FILE-STATUS NOT = '00'
021600          DISPLAY 'IMPOSSIBILE SCRIVERE SIMCTL - STATUS '
021700              DL-SC-FILE-STATUS
021800          MOVE 8 TO RETURN-CODE
021900          GO TO 3000-WRITE-SIM-CONTROL-EXIT
022000      END-IF.
022100      WRITE SIM-CONTROL-RECORD FROM RUN-CONTROL-RECORD.
022200      CLOSE SIM-CONTROL.
022300      DISPLAY 'SIMULAZIONE: ELABORAZIONE DEL ' RN-PROCESS-DATE
022400          ' PERIODO ' RN-PERIOD-START ' - ' RN-PERIOD-END.
022500  3000-WRITE-SIM-CONTROL-EXIT.
022600      EXIT.
