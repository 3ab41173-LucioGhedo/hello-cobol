000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNSEL.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  RUNSEL
000900*  RUN-CONTROL COMPANY SELECTION, RUN AS THE FIRST STEP OF EVERY
001000*  STREAM THAT READS RUNCTL.  THE CONTROL FILES RUNMNT KEEPS
001100*  (PAYROLL.RUNCTL, RUNCTLM, RUNCTLO) HOLD ONE RECORD PER
001200*  COMPANY, EACH WITH ITS OWN PERIOD AND RUN NUMBER.  THE STREAM
001300*  PROGRAMS READ A SINGLE RECORD, SO THIS STEP COPIES THE
001400*  RECORD OF THE COMPANY ON THE SYSIN CARD (RUNSET DD) TO THE
001500*  ONE-RECORD FILE THE REST OF THE JOB READS (RUNCTL DD, THE
001600*  PAYROLL.RUNCUR/RUNCURM/RUNCURO DATASETS).  A BLANK CARD
001700*  MEANS COMPANY 01, AS DOES A RECORD WITH A BLANK RN-COMPANY
001800*  (WRITTEN BEFORE THE FIELD EXISTED).  THE COMPANY MUST BE
001900*  ACTIVE ON COMPREF (COMPINFO); AN UNKNOWN OR INACTIVE
002000*  COMPANY, OR ONE WITH NO RECORD, ENDS THE STEP WITH RC 8 AND
002100*  LEAVES RUNCTL EMPTY (IT IS CLEARED FIRST), SO NO LATER STEP
002200*  CAN RUN ON THE LAST COMPANY'S PERIOD - THEY ALL REFUSE AN
002300*  EMPTY RUNCTL.
002400*  THE STEP WRITES NO RUNSTAT RECORD AND IS NOT IN THE PAYREST
002500*  TABLE - IT IS CHEAP AND SIMPLY RERUNS ON A RESTART.
002600*  MOD HISTORY
002700*  15/10/2026 LG  NEW.
002800****************************************************************
002900  ENVIRONMENT DIVISION.
003000  CONFIGURATION SECTION.
003100  SOURCE-COMPUTER. IBM-PC.
003200  OBJECT-COMPUTER. IBM-PC.
003300  INPUT-OUTPUT SECTION.
003400  FILE-CONTROL.
003500      SELECT RUN-CONTROL-SET ASSIGN TO "RUNSET"
003600          ORGANIZATION LINE SEQUENTIAL
003700          FILE STATUS IS DL-RS-FILE-STATUS.
003800      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
003900          ORGANIZATION LINE SEQUENTIAL
004000          FILE STATUS IS DL-RC-FILE-STATUS.
004100*
004200  DATA DIVISION.
004300  FILE SECTION.
004400  FD  RUN-CONTROL-SET.
004500  01  RUN-CONTROL-SET-RECORD       PIC X(32).
004600  FD  RUN-CONTROL.
004700  COPY RUNCTL.
004800*
004900  WORKING-STORAGE SECTION.
005000  01  DL-RS-FILE-STATUS            PIC X(02).
005100  01  DL-RC-FILE-STATUS            PIC X(02).
005200  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
005300      88  DL-END-OF-FILE                      VALUE 'Y'.
005400  01  DL-FOUND-SW                  PIC X(01) VALUE 'N'.
005500      88  DL-FOUND                            VALUE 'Y'.
005600  01  DL-COMPANY                   PIC X(02).
005700  01  DL-SELECTED-RECORD           PIC X(32).
005800  01  DL-RECORD-COUNT              PIC 9(04) VALUE 0.
005900  01  DL-COMPANY-INFO.
006000      05  DL-CI-CODE               PIC X(02).
006100      05  DL-CI-NAME               PIC X(30).
006200      05  FILLER                   PIC X(48).
006300  01  DL-COMPANY-RESULT            PIC 9(01).
006400*
006500  PROCEDURE DIVISION.
006600****************************************************************
006700*  0000-MAINLINE
006800****************************************************************
006900  0000-MAINLINE.
007000      DISPLAY 'AZIENDA DA ELABORARE? (INVIO = 01)'.
007100      MOVE SPACES TO DL-COMPANY.
007200      ACCEPT DL-COMPANY.
007300      IF DL-COMPANY = SPACES
007400          MOVE '01' TO DL-COMPANY
007500      END-IF.
007600      OPEN OUTPUT RUN-CONTROL.
007700      IF DL-RC-FILE-STATUS NOT = '00'
007800          DISPLAY 'IMPOSSIBILE SCRIVERE RUNCTL - STATUS '
007900              DL-RC-FILE-STATUS
008000          MOVE 8 TO RETURN-CODE
008100          GOBACK
008200      END-IF.
008300      PERFORM 1000-CHECK-COMPANY THRU 1000-CHECK-COMPANY-EXIT.
008400      IF RETURN-CODE = 0
008500          PERFORM 2000-FIND-RECORD THRU 2000-FIND-RECORD-EXIT
008600      END-IF.
008700      IF RETURN-CODE = 0
008800          PERFORM 3000-WRITE-CURRENT THRU 3000-WRITE-CURRENT-EXIT
008900      END-IF.
009000      CLOSE RUN-CONTROL.
009100      GOBACK.
009200****************************************************************
009300*  1000-CHECK-COMPANY
009400*  ONLY AN ACTIVE COMPANY IS RUN.
009500****************************************************************
009600  1000-CHECK-COMPANY.
009700      CALL 'COMPINFO' USING DL-COMPANY DL-COMPANY-INFO
009800          DL-COMPANY-RESULT.
009900      EVALUATE DL-COMPANY-RESULT
010000          WHEN 0
010100              DISPLAY 'AZIENDA ' DL-COMPANY ' ' DL-CI-NAME
010200          WHEN 3
010300              DISPLAY 'AZIENDA ' DL-COMPANY
010400                  ' NON ATTIVA - ELABORAZIONE RIFIUTATA'
010500              MOVE 8 TO RETURN-CODE
010600          WHEN 2
010700              DISPLAY 'IMPOSSIBILE APRIRE COMPREF - '
010800                  'ELABORAZIONE RIFIUTATA'
010900              MOVE 8 TO RETURN-CODE
011000          WHEN OTHER
011100              DISPLAY 'AZIENDA ' DL-COMPANY
011200                  ' SCONOSCIUTA - ELABORAZIONE RIFIUTATA'
011300              MOVE 8 TO RETURN-CODE
011400      END-EVALUATE.
011500  1000-CHECK-COMPANY-EXIT.
011600      EXIT.
011700****************************************************************
011800*  2000-FIND-RECORD
011900*  SCANS THE COMPANY SET FOR THE SELECTED COMPANY'S RECORD.
012000****************************************************************
012100  2000-FIND-RECORD.
012200      OPEN INPUT RUN-CONTROL-SET.
012300      IF DL-RS-FILE-STATUS NOT = '00'
012400          DISPLAY 'IMPOSSIBILE APRIRE RUNSET - STATUS '
012500              DL-RS-FILE-STATUS
012600          MOVE 8 TO RETURN-CODE
012700          GO TO 2000-FIND-RECORD-EXIT
012800      END-IF.
012900      PERFORM 2010-READ-ONE THRU 2010-READ-ONE-EXIT
013000          UNTIL DL-END-OF-FILE.
013100      CLOSE RUN-CONTROL-SET.
013200      IF NOT DL-FOUND
013300          DISPLAY 'NESSUN RUN-CONTROL PER L''AZIENDA '
013400              DL-COMPANY ' (' DL-RECORD-COUNT
013500              ' RECORD LETTI) - IMPOSTARE IL PERIODO DA MENU'
013600          MOVE 8 TO RETURN-CODE
013700      END-IF.
013800  2000-FIND-RECORD-EXIT.
013900      EXIT.
014000  2010-READ-ONE.
014100      READ RUN-CONTROL-SET INTO RUN-CONTROL-RECORD
014200          AT END
014300              MOVE 'Y' TO DL-EOF-SW
014400              GO TO 2010-READ-ONE-EXIT
014500      END-READ.
014600      ADD 1 TO DL-RECORD-COUNT.
014700      IF RN-COMPANY = SPACES
014800          MOVE '01' TO RN-COMPANY
014900      END-IF.
015000      IF RN-COMPANY = DL-COMPANY
015100          MOVE RUN-CONTROL-RECORD TO DL-SELECTED-RECORD
015200          MOVE 'Y' TO DL-FOUND-SW
015300          MOVE 'Y' TO DL-EOF-SW
015400      END-IF.
015500  2010-READ-ONE-EXIT.
015600      EXIT.
015700****************************************************************
015800*  3000-WRITE-CURRENT
015900*  WRITES THE ONE-RECORD RUNCTL THE REST OF THE STREAM READS.
016000****************************************************************
016100  3000-WRITE-CURRENT.
016200      MOVE DL-SELECTED-RECORD TO RUN-CONTROL-RECORD.
016300      DISPLAY 'RUN-CONTROL SELEZIONATO: PERIODO '
016400          RN-PERIOD-START ' - ' RN-PERIOD-END
016500          ' ESECUZIONE ' RN-RUN-NUMBER.
016600      WRITE RUN-CONTROL-RECORD.
016700  3000-WRITE-CURRENT-EXIT.
016800      EXIT.
