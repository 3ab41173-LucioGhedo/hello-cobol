000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXPEDIT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  EXPEDIT
000900*  EXPENSE-CLAIM EDIT, RUN AHEAD OF PAYCALC IN THE PAY RUNS.
001000*  READS THE CLAIM TRANSACTIONS (EXPCLAIM, LAYOUT EXPCLAIM.CPY)
001100*  AND WRITES TO EXPOK THE CLAIMS PAYCALC IS TO ADD TO THE NET
001200*  THIS PERIOD, WITH THE COST CENTER FILLED IN.  A CLAIM IS
001300*  CONSIDERED WHEN IT IS DATED ON OR BEFORE THE PERIOD END AND
001400*  CARRIES AN APPROVAL REFERENCE; ONE WITHOUT IS COUNTED AND
001500*  LEFT FOR A LATER RUN.  A CLAIM FOR AN EMPLOYEE OF ANOTHER
001600*  COMPANY BELONGS TO THAT COMPANY'S RUN AND IS SKIPPED, AND A
001700*  CLAIM ALREADY ON THE PAID HISTORY (EXPHIST) UNDER ANOTHER
001800*  RUN IS DROPPED SILENTLY.  EVERY OTHER CLAIM IS CHECKED:
001900*    - THE MATRICOLA MUST BE ON EMPMAST AND NOT TERMINATED
002000*    - THE TYPE MUST BE V (VIAGGIO), P (PASTO) OR A (ALTRO)
002100*    - THE AMOUNT MUST BE ABOVE ZERO AND NOT OVER THE PAYPARM
002200*      LIMIT FOR THE TYPE (ZERO OR NO FILE = 500.00, 50.00 AND
002300*      200.00)
002400*    - THE COST CENTER (THE EMPLOYEE'S WHEN BLANK) MUST BE ON
002500*      CCREF AND ACTIVE
002600*    - THE MATRICOLA PLUS APPROVAL REFERENCE MUST NOT APPEAR
002700*      TWICE ON THE FILE
002800*  A FAILING CLAIM GOES TO THE COMMON EXCEPTION FILE AND THE
002900*  STEP ENDS WITH RC 4.  NOTHING IS UPDATED HERE - PAYCALC
003000*  STAMPS EXPHIST AS IT PAYS - SO THE STEP SIMPLY RERUNS ON A
003100*  RESTART.  NO EXPCLAIM FILE MEANS NO CLAIMS; AN EMPTY OR
003200*  MISSING RUNCTL, OR NO EMPMAST OR CCREF, ENDS IT WITH RC 8.
003300*  MOD HISTORY
003400*  15/10/2026 LG  NEW.
003500****************************************************************
003600  ENVIRONMENT DIVISION.
003700  CONFIGURATION SECTION.
003800  SOURCE-COMPUTER. IBM-PC.
003900  OBJECT-COMPUTER. IBM-PC.
004000  INPUT-OUTPUT SECTION.
004100  FILE-CONTROL.
004200      SELECT CLAIM-FILE ASSIGN TO "EXPCLAIM"
004300          ORGANIZATION LINE SEQUENTIAL
004400          FILE STATUS IS DL-XC-FILE-STATUS.
004500      SELECT CLAIM-OK-FILE ASSIGN TO "EXPOK"
004600          ORGANIZATION LINE SEQUENTIAL
004700          FILE STATUS IS DL-OK-FILE-STATUS.
004800      SELECT EXPENSE-HISTORY ASSIGN TO "EXPHIST"
004900          ORGANIZATION INDEXED
005000          ACCESS MODE DYNAMIC
005100          RECORD KEY XH-KEY
005200          FILE STATUS IS DL-XH-FILE-STATUS.
005300      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005400          ORGANIZATION INDEXED
005500          ACCESS MODE DYNAMIC
005600          RECORD KEY EMP-MATRICOLA
005700          FILE STATUS IS DL-EMP-FILE-STATUS.
005800      SELECT COST-CENTER-FILE ASSIGN TO "CCREF"
005900          ORGANIZATION INDEXED
006000          ACCESS MODE DYNAMIC
006100          RECORD KEY CC-CODE
006200          FILE STATUS IS DL-CC-FILE-STATUS.
006300      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
006400          ORGANIZATION LINE SEQUENTIAL
006500          FILE STATUS IS DL-PP-FILE-STATUS.
006600      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
006700          ORGANIZATION LINE SEQUENTIAL
006800          FILE STATUS IS DL-EXC-FILE-STATUS.
006900      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
007000          ORGANIZATION LINE SEQUENTIAL
007100          FILE STATUS IS DL-RC-FILE-STATUS.
007200*
007300  DATA DIVISION.
007400  FILE SECTION.
007500  FD  CLAIM-FILE.
007600  COPY EXPCLAIM.
007700  FD  CLAIM-OK-FILE.
007800  01  CLAIM-OK-RECORD              PIC X(35).
007900  FD  EXPENSE-HISTORY.
008000  COPY EXPHIST.
008100  FD  EMPLOYEE-MASTER.
008200  01  EMPLOYEE-MASTER-RECORD.
008300      COPY EMPREC.
008400      05  EMP-WORK-DAY            PIC 9(01).
008500  FD  COST-CENTER-FILE.
008600  COPY CCREF.
008700  FD  PAY-PARAMS.
008800  COPY PAYPARM.
008900  FD  EXCEPTION-FILE.
009000  COPY EXCREC.
009100  FD  RUN-CONTROL.
009200  COPY RUNCTL.
009300*
009400  WORKING-STORAGE SECTION.
009500  01  DL-XC-FILE-STATUS            PIC X(02).
009600  01  DL-OK-FILE-STATUS            PIC X(02).
009700  01  DL-XH-FILE-STATUS            PIC X(02).
009800  01  DL-EMP-FILE-STATUS           PIC X(02).
009900  01  DL-CC-FILE-STATUS            PIC X(02).
010000  01  DL-PP-FILE-STATUS            PIC X(02).
010100  01  DL-EXC-FILE-STATUS           PIC X(02).
010200  01  DL-RC-FILE-STATUS            PIC X(02).
010300  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
010400      88  DL-END-OF-FILE                      VALUE 'Y'.
010500  01  DL-XH-OPEN-SW                PIC X(01) VALUE 'N'.
010600      88  DL-XH-AVAILABLE                     VALUE 'Y'.
010700  01  DL-PERIOD-END                PIC 9(08).
010800  01  DL-RUN-NUMBER                PIC 9(06).
010900  01  DL-RUN-COMPANY               PIC X(02) VALUE '01'.
011000  01  DL-EMP-COMPANY               PIC X(02).
011100  01  DL-LIMIT-VIAGGIO             PIC 9(05)V99.
011200  01  DL-LIMIT-PASTO               PIC 9(05)V99.
011300  01  DL-LIMIT-ALTRO               PIC 9(05)V99.
011400  01  DL-LIMIT                     PIC 9(05)V99.
011500  01  DL-SEEN-SW                   PIC X(01).
011600      88  DL-CLAIM-SEEN                       VALUE 'Y'.
011700  01  DL-SEEN-COUNT                PIC 9(04) VALUE 0.
011800  01  DL-SEEN-TABLE.
011900      05  DL-SEEN-ENTRY OCCURS 2000 TIMES
012000              INDEXED BY DL-SEEN-IDX.
012100          10  DL-SEEN-MATRICOLA    PIC X(05).
012200          10  DL-SEEN-REF          PIC X(10).
012300  01  DL-READ-COUNT                PIC 9(06) VALUE 0.
012400  01  DL-OK-COUNT                  PIC 9(06) VALUE 0.
012500  01  DL-REJECT-COUNT              PIC 9(06) VALUE 0.
012600  01  DL-UNAPPROVED-COUNT          PIC 9(06) VALUE 0.
012700  01  DL-FUTURE-COUNT              PIC 9(06) VALUE 0.
012800  01  DL-PAID-COUNT                PIC 9(06) VALUE 0.
012900  01  DL-OTHER-COUNT               PIC 9(06) VALUE 0.
013000  01  DL-OK-AMOUNT                 PIC 9(07)V99 VALUE 0.
013100  01  DL-OK-AMOUNT-ED              PIC Z,ZZZ,ZZ9.99.
013200*
013300  PROCEDURE DIVISION.
013400****************************************************************
013500*  0000-MAINLINE
013600****************************************************************
013700  0000-MAINLINE.
013800      PERFORM 0100-READ-RUN-CONTROL
013900          THRU 0100-READ-RUN-CONTROL-EXIT.
014000      IF RETURN-CODE = 8
014100          GOBACK
014200      END-IF.
014300      PERFORM 0200-READ-PAY-PARAMS
014400          THRU 0200-READ-PAY-PARAMS-EXIT.
014500      OPEN OUTPUT CLAIM-OK-FILE.
014600      IF DL-OK-FILE-STATUS NOT = '00'
014700          DISPLAY 'IMPOSSIBILE SCRIVERE EXPOK - STATUS '
014800              DL-OK-FILE-STATUS
014900          MOVE 8 TO RETURN-CODE
015000          GOBACK
015100      END-IF.
015200      OPEN INPUT CLAIM-FILE.
015300      IF DL-XC-FILE-STATUS NOT = '00'
015400          DISPLAY 'EXPCLAIM NON DISPONIBILE - NESSUNA NOTA SPESE'
015500          CLOSE CLAIM-OK-FILE
015600          GOBACK
015700      END-IF.
015800      OPEN INPUT EMPLOYEE-MASTER.
015900      IF DL-EMP-FILE-STATUS NOT = '00'
016000          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
016100              DL-EMP-FILE-STATUS
016200          CLOSE CLAIM-FILE CLAIM-OK-FILE
016300          MOVE 8 TO RETURN-CODE
016400          GOBACK
016500      END-IF.
016600      OPEN INPUT COST-CENTER-FILE.
016700      IF DL-CC-FILE-STATUS NOT = '00'
016800          DISPLAY 'IMPOSSIBILE APRIRE CCREF - STATUS '
016900              DL-CC-FILE-STATUS
017000          CLOSE CLAIM-FILE CLAIM-OK-FILE EMPLOYEE-MASTER
017100          MOVE 8 TO RETURN-CODE
017200          GOBACK
017300      END-IF.
017400      OPEN INPUT EXPENSE-HISTORY.
017500      IF DL-XH-FILE-STATUS = '00'
017600          MOVE 'Y' TO DL-XH-OPEN-SW
017700      ELSE
017800          DISPLAY 'EXPHIST NON DISPONIBILE - NESSUNA NOTA GIA'' '
017900              'PAGATA'
018000      END-IF.
018100      PERFORM 9700-OPEN-EXCEPTION-FILE
018200          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
018300      PERFORM 1000-EDIT-ONE-CLAIM THRU 1000-EDIT-ONE-CLAIM-EXIT
018400          UNTIL DL-END-OF-FILE.
018500      CLOSE CLAIM-FILE CLAIM-OK-FILE.
018600      CLOSE EMPLOYEE-MASTER COST-CENTER-FILE.
018700      IF DL-XH-AVAILABLE
018800          CLOSE EXPENSE-HISTORY
018900      END-IF.
019000      CLOSE EXCEPTION-FILE.
019100      MOVE DL-OK-AMOUNT TO DL-OK-AMOUNT-ED.
019200      DISPLAY 'NOTE SPESE LETTE       : ' DL-READ-COUNT.
019300      DISPLAY 'NOTE SPESE DA PAGARE   : ' DL-OK-COUNT
019400          ' IMPORTO ' DL-OK-AMOUNT-ED.
019500      DISPLAY 'NOTE SPESE SCARTATE    : ' DL-REJECT-COUNT.
019600      DISPLAY 'NON ANCORA APPROVATE   : ' DL-UNAPPROVED-COUNT.
019700      DISPLAY 'DATATE DOPO IL PERIODO : ' DL-FUTURE-COUNT.
019800      DISPLAY 'GIA'' PAGATE            : ' DL-PAID-COUNT.
019900      DISPLAY 'ALTRA AZIENDA          : ' DL-OTHER-COUNT.
020000      IF DL-REJECT-COUNT > 0
020100          IF RETURN-CODE < 4
020200              MOVE 4 TO RETURN-CODE
020300          END-IF
020400      END-IF.
020500      GOBACK.
020600****************************************************************
020700*  0100-READ-RUN-CONTROL
020800*  THE PERIOD BEING PAID, THE RUN NUMBER AND THE COMPANY.
020900****************************************************************
021000  0100-READ-RUN-CONTROL.
021100      OPEN INPUT RUN-CONTROL.
021200      IF DL-RC-FILE-STATUS NOT = '00'
021300          DISPLAY 'IMPOSSIBILE APRIRE RUNCTL - STATUS '
021400              DL-RC-FILE-STATUS
021500          MOVE 8 TO RETURN-CODE
021600          GO TO 0100-READ-RUN-CONTROL-EXIT
021700      END-IF.
021800      READ RUN-CONTROL
021900          AT END
022000              DISPLAY 'RUNCTL VUOTO - CONTROLLO SPESE RIFIUTATO'
022100              MOVE 8 TO RETURN-CODE
022200              CLOSE RUN-CONTROL
022300              GO TO 0100-READ-RUN-CONTROL-EXIT
022400      END-READ.
022500      MOVE RN-PERIOD-END TO DL-PERIOD-END.
022600      MOVE RN-RUN-NUMBER TO DL-RUN-NUMBER.
022700      IF RN-COMPANY NOT = SPACES
022800          MOVE RN-COMPANY TO DL-RUN-COMPANY
022900      END-IF.
023000      CLOSE RUN-CONTROL.
023100      DISPLAY 'PERIODO FINO AL ' DL-PERIOD-END ' ESECUZIONE '
023200          DL-RUN-NUMBER ' AZIENDA ' DL-RUN-COMPANY.
023300  0100-READ-RUN-CONTROL-EXIT.
023400      EXIT.
023500****************************************************************
023600*  0200-READ-PAY-PARAMS
023700*  THE PER-TYPE CLAIM LIMITS COME FROM THE ONE-RECORD PAY-
023800*  PARAMETER FILE.  MISSING FILE OR A ZERO VALUE MEANS THE
023900*  DEFAULT FOR THE TYPE.
024000****************************************************************
024100  0200-READ-PAY-PARAMS.
024200      MOVE 500.00 TO DL-LIMIT-VIAGGIO.
024300      MOVE 50.00 TO DL-LIMIT-PASTO.
024400      MOVE 200.00 TO DL-LIMIT-ALTRO.
024500      OPEN INPUT PAY-PARAMS.
024600      IF DL-PP-FILE-STATUS NOT = '00'
024700          GO TO 0200-READ-PAY-PARAMS-EXIT
024800      END-IF.
024900      READ PAY-PARAMS
025000          AT END
025100              CONTINUE
025200          NOT AT END
025300              IF PP-EXP-LIMIT-VIAGGIO > 0
025400                  MOVE PP-EXP-LIMIT-VIAGGIO TO DL-LIMIT-VIAGGIO
025500              END-IF
025600              IF PP-EXP-LIMIT-PASTO > 0
025700                  MOVE PP-EXP-LIMIT-PASTO TO DL-LIMIT-PASTO
025800              END-IF
025900              IF PP-EXP-LIMIT-ALTRO > 0
026000                  MOVE PP-EXP-LIMIT-ALTRO TO DL-LIMIT-ALTRO
026100              END-IF
026200      END-READ.
026300      CLOSE PAY-PARAMS.
026400  0200-READ-PAY-PARAMS-EXIT.
026500      EXIT.
026600****************************************************************
026700*  1000-EDIT-ONE-CLAIM
026800*  ONE CLAIM: SELECTION FIRST (PERIOD, APPROVAL, COMPANY, PAID
026900*  HISTORY), THEN THE CHECKS IN THE ORDER THE BANNER LISTS.
027000****************************************************************
027100  1000-EDIT-ONE-CLAIM.
027200      READ CLAIM-FILE
027300          AT END
027400              MOVE 'Y' TO DL-EOF-SW
027500              GO TO 1000-EDIT-ONE-CLAIM-EXIT
027600      END-READ.
027700      ADD 1 TO DL-READ-COUNT.
027800      IF XC-CLAIM-DATE > DL-PERIOD-END
027900          ADD 1 TO DL-FUTURE-COUNT
028000          GO TO 1000-EDIT-ONE-CLAIM-EXIT
028100      END-IF.
028200      IF XC-APPROVAL-REF = SPACES
028300          ADD 1 TO DL-UNAPPROVED-COUNT
028400          GO TO 1000-EDIT-ONE-CLAIM-EXIT
028500      END-IF.
028600      MOVE XC-MATRICOLA TO EMP-MATRICOLA.
028700      READ EMPLOYEE-MASTER
028800          INVALID KEY
028900              MOVE 'MATRICOLA NON IN ANAGRAFICA - NOTA SCARTATA'
029000                  TO EX-MESSAGE
029100              PERFORM 1900-REJECT-CLAIM
029200                  THRU 1900-REJECT-CLAIM-EXIT
029300              GO TO 1000-EDIT-ONE-CLAIM-EXIT
029400      END-READ.
029500      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
029600      IF DL-EMP-COMPANY = SPACES
029700          MOVE '01' TO DL-EMP-COMPANY
029800      END-IF.
029900      IF DL-EMP-COMPANY NOT = DL-RUN-COMPANY
030000          ADD 1 TO DL-OTHER-COUNT
030100          GO TO 1000-EDIT-ONE-CLAIM-EXIT
030200      END-IF.
030300      IF DL-XH-AVAILABLE
030400          MOVE XC-MATRICOLA TO XH-MATRICOLA
030500          MOVE XC-APPROVAL-REF TO XH-APPROVAL-REF
030600          READ EXPENSE-HISTORY
030700              INVALID KEY
030800                  CONTINUE
030900              NOT INVALID KEY
031000                  IF XH-PAID-RUN NOT = DL-RUN-NUMBER
031100                      ADD 1 TO DL-PAID-COUNT
031200                      GO TO 1000-EDIT-ONE-CLAIM-EXIT
031300                  END-IF
031400          END-READ
031500      END-IF.
031600      IF EMP-TERMINATED
031700          MOVE 'DIPENDENTE CESSATO - NOTA SPESE SCARTATA'
031800              TO EX-MESSAGE
031900          PERFORM 1900-REJECT-CLAIM THRU 1900-REJECT-CLAIM-EXIT
032000          GO TO 1000-EDIT-ONE-CLAIM-EXIT
032100      END-IF.
032200      EVALUATE TRUE
032300          WHEN XC-VIAGGIO
032400              MOVE DL-LIMIT-VIAGGIO TO DL-LIMIT
032500          WHEN XC-PASTO
032600              MOVE DL-LIMIT-PASTO TO DL-LIMIT
032700          WHEN XC-ALTRO
032800              MOVE DL-LIMIT-ALTRO TO DL-LIMIT
032900          WHEN OTHER
033000              MOVE 'TIPO SPESA NON VALIDO - NOTA SPESE SCARTATA'
033100                  TO EX-MESSAGE
033200              PERFORM 1900-REJECT-CLAIM
033300                  THRU 1900-REJECT-CLAIM-EXIT
033400              GO TO 1000-EDIT-ONE-CLAIM-EXIT
033500      END-EVALUATE.
033600      IF XC-AMOUNT NOT NUMERIC OR XC-AMOUNT = 0
033700          MOVE 'IMPORTO NULLO O NON NUMERICO - NOTA SCARTATA'
033800              TO EX-MESSAGE
033900          PERFORM 1900-REJECT-CLAIM THRU 1900-REJECT-CLAIM-EXIT
034000          GO TO 1000-EDIT-ONE-CLAIM-EXIT
034100      END-IF.
034200      IF XC-AMOUNT > DL-LIMIT
034300          MOVE 'IMPORTO OLTRE IL LIMITE PER IL TIPO - SCARTATA'
034400              TO EX-MESSAGE
034500          PERFORM 1900-REJECT-CLAIM THRU 1900-REJECT-CLAIM-EXIT
034600          GO TO 1000-EDIT-ONE-CLAIM-EXIT
034700      END-IF.
034800      IF XC-COST-CENTER = SPACES
034900          MOVE EMP-COST-CENTER TO XC-COST-CENTER
035000      END-IF.
035100      MOVE XC-COST-CENTER TO CC-CODE.
035200      READ COST-CENTER-FILE
035300          INVALID KEY
035400              MOVE 'CENTRO DI COSTO NON IN CCREF - NOTA SCARTATA'
035500                  TO EX-MESSAGE
035600              PERFORM 1900-REJECT-CLAIM
035700                  THRU 1900-REJECT-CLAIM-EXIT
035800              GO TO 1000-EDIT-ONE-CLAIM-EXIT
035900      END-READ.
036000      IF NOT CC-ACTIVE
036100          MOVE 'CENTRO DI COSTO NON ATTIVO - NOTA SPESE SCARTATA'
036200              TO EX-MESSAGE
036300          PERFORM 1900-REJECT-CLAIM THRU 1900-REJECT-CLAIM-EXIT
036400          GO TO 1000-EDIT-ONE-CLAIM-EXIT
036500      END-IF.
036600      PERFORM 1100-CHECK-SEEN THRU 1100-CHECK-SEEN-EXIT.
036700      IF DL-CLAIM-SEEN
036800          MOVE 'RIFERIMENTO APPROVAZIONE DUPLICATO - SCARTATA'
036900              TO EX-MESSAGE
037000          PERFORM 1900-REJECT-CLAIM THRU 1900-REJECT-CLAIM-EXIT
037100          GO TO 1000-EDIT-ONE-CLAIM-EXIT
037200      END-IF.
037300      IF DL-SEEN-COUNT NOT < 2000
037400          MOVE 'TABELLA NOTE SPESE PIENA - NOTA SPESE RINVIATA'
037500              TO EX-MESSAGE
037600          PERFORM 1900-REJECT-CLAIM THRU 1900-REJECT-CLAIM-EXIT
037700          GO TO 1000-EDIT-ONE-CLAIM-EXIT
037800      END-IF.
037900      ADD 1 TO DL-SEEN-COUNT.
038000      SET DL-SEEN-IDX TO DL-SEEN-COUNT.
038100      MOVE XC-MATRICOLA TO DL-SEEN-MATRICOLA (DL-SEEN-IDX).
038200      MOVE XC-APPROVAL-REF TO DL-SEEN-REF (DL-SEEN-IDX).
038300      WRITE CLAIM-OK-RECORD FROM EXPENSE-CLAIM-RECORD.
038400      ADD 1 TO DL-OK-COUNT.
038500      ADD XC-AMOUNT TO DL-OK-AMOUNT.
038600  1000-EDIT-ONE-CLAIM-EXIT.
038700      EXIT.
038800****************************************************************
038900*  1100-CHECK-SEEN
039000*  HAS THIS MATRICOLA PLUS APPROVAL REFERENCE ALREADY BEEN
039100*  PASSED IN THIS RUN?
039200****************************************************************
039300  1100-CHECK-SEEN.
039400      MOVE 'N' TO DL-SEEN-SW.
039500      IF DL-SEEN-COUNT = 0
039600          GO TO 1100-CHECK-SEEN-EXIT
039700      END-IF.
039800      SET DL-SEEN-IDX TO 1.
039900      SEARCH DL-SEEN-ENTRY
040000          AT END
040100              CONTINUE
040200          WHEN DL-SEEN-IDX > DL-SEEN-COUNT
040300              CONTINUE
040400          WHEN DL-SEEN-MATRICOLA (DL-SEEN-IDX) = XC-MATRICOLA
040500           AND DL-SEEN-REF (DL-SEEN-IDX) = XC-APPROVAL-REF
040600              MOVE 'Y' TO DL-SEEN-SW
040700      END-SEARCH.
040800  1100-CHECK-SEEN-EXIT.
040900      EXIT.
041000****************************************************************
041100*  1900-REJECT-CLAIM
041200*  ONE REJECTED CLAIM TO EXCFILE; THE CALLER HAS SET THE
041300*  MESSAGE.
041400****************************************************************
041500  1900-REJECT-CLAIM.
041600      DISPLAY 'NOTA SPESE ' XC-MATRICOLA ' RIF ' XC-APPROVAL-REF
041700          ' - ' EX-MESSAGE.
041800      MOVE 4 TO EX-SEVERITY.
041900      MOVE XC-MATRICOLA TO EX-KEY.
042000      PERFORM 9800-WRITE-EXCEPTION
042100          THRU 9800-WRITE-EXCEPTION-EXIT.
042200      ADD 1 TO DL-REJECT-COUNT.
042300  1900-REJECT-CLAIM-EXIT.
042400      EXIT.
042500****************************************************************
042600*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
042700*  COMMON EXCEPTION FILE (EXCREC.CPY), APPENDED TO.
042800****************************************************************
042900  9700-OPEN-EXCEPTION-FILE.
043000      OPEN EXTEND EXCEPTION-FILE.
043100      IF DL-EXC-FILE-STATUS = '35'
043200          OPEN OUTPUT EXCEPTION-FILE
043300          CLOSE EXCEPTION-FILE
043400          OPEN EXTEND EXCEPTION-FILE
043500      END-IF.
043600  9700-OPEN-EXCEPTION-FILE-EXIT.
043700      EXIT.
043800  9800-WRITE-EXCEPTION.
043900      MOVE 'EXPEDIT' TO EX-PROGRAM-ID.
044000      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
044100      ACCEPT EX-RUN-TIME FROM TIME.
044200      MOVE 'N' TO EX-ACK-FLAG.
044300      MOVE SPACES TO EX-ACK-OPERATOR.
044400      MOVE 0 TO EX-ACK-DATE.
044500      MOVE SPACES TO EX-ACK-NOTE.
044600      WRITE EXCEPTION-RECORD.
044700  9800-WRITE-EXCEPTION-EXIT.
044800      EXIT.
