000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHQPAY.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  CHQPAY
000900*  MANUAL PAYMENTS - CHEQUES AND CASH VOUCHERS.  BANKPAY LEAVES
001000*  OUT OF THE BANK FILE EVERY EMPLOYEE WITH NO MASTER RECORD, NO
001100*  IBAN OR AN IBAN FAILING IBANCHK, AND BNKRET LISTS THE CREDITS
001200*  THE BANK SENT BACK (REPAYLST).  THOSE PEOPLE USED TO BE PAID
001300*  OUT OF A PETTY-CASH BOOK THAT NEVER TIED BACK TO NETPAY.  THIS
001400*  STEP WRITES EACH SUCH NET TO THE MANUAL-PAYMENT REGISTER
001500*  (CHQREG, CHQREG.CPY) UNDER THE NEXT NUMBER OF ITS SEQUENCE,
001600*  AS A CHEQUE - OR A CASH VOUCHER WHEN THE NET IS NOT ABOVE
001700*  PP-CASH-LIMIT (PAYPARM, ZERO = CHEQUES ONLY) - AND PRINTS THE
001800*  CHEQUES AND VOUCHERS TO CHQPRT, TOGETHER WITH ANY REPLACEMENT
001900*  KEYED IN CHQMNT SINCE THE LAST PRINT.  IT THEN PROVES THE RUN:
002000*  THE BANK FILE TOTAL (BNKCTL) LESS THE CREDITS RETURNED, PLUS
002100*  EVERY MANUAL PAYMENT OF THE RUN NOT VOIDED, MUST EQUAL THE
002200*  NETPAY TOTAL.  A BREAK IS A SEVERITY 8 EXCEPTION AND RC 8.
002300*  SYSIN: CARD 1 MODE -
002400*    N  AFTER BANKPAY: THE NETPAY EMPLOYEES BANKPAY SKIPPED
002500*    R  AFTER BNKRET: THE REPAYLST CREDITS
002600*    P  PRINT THE PENDING REPLACEMENTS ONLY (NO RECONCILIATION)
002640*  CARD 2 THE COMPANY THE JOB WAS SUBMITTED FOR (&CO).
002680*  THE RUN, ITS COMPANY AND PERIOD COME FROM RUNCTL; WHEN THE
002720*  COMPANY THERE IS NOT THE CARD'S, NOTHING IS WRITTEN (RC 8).
002760*  A BLANK CARD 2 TAKES RUNCTL AS IT STANDS.  A NET
002800*  ALREADY ON THE REGISTER FOR THE RUN (SAME MATRICOLA AND
002900*  SOURCE, AND FOR A RETURN THE SAME AMOUNT) IS NOT ISSUED AGAIN,
003000*  SO A RESTARTED STEP SIMPLY RUNS AGAIN.  RC 4 = CHEQUES OR
003100*  VOUCHERS PRINTED, TO BE HANDED OUT AND RECORDED IN CHQMNT;
003200*  RC 8 = A FILE COULD NOT BE OPENED OR THE RUN DID NOT
003300*  RECONCILE.
003400*  MOD HISTORY
003500*  15/10/2026 LG  NEW.
003510*  15/10/2026 LG  SYSIN CARD 2 IS THE JOB'S COMPANY: A RUNCTL OF
003520*                 ANOTHER COMPANY ENDS THE STEP RC 8 BEFORE CHQREG
003530*                 IS TOUCHED.
003600****************************************************************
003700  ENVIRONMENT DIVISION.
003800  CONFIGURATION SECTION.
003900  SOURCE-COMPUTER. IBM-PC.
004000  OBJECT-COMPUTER. IBM-PC.
004100  INPUT-OUTPUT SECTION.
004200  FILE-CONTROL.
004300      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
004400          ORGANIZATION LINE SEQUENTIAL
004500          FILE STATUS IS DL-RC-FILE-STATUS.
004600      SELECT NET-PAY-FILE ASSIGN TO "NETPAY"
004700          ORGANIZATION LINE SEQUENTIAL
004800          FILE STATUS IS DL-NETPAY-FILE-STATUS.
004900      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005000          ORGANIZATION INDEXED
005100          ACCESS MODE DYNAMIC
005200          RECORD KEY EMP-MATRICOLA
005300          FILE STATUS IS DL-EMP-FILE-STATUS.
005400      SELECT REPAY-LIST ASSIGN TO "REPAYLST"
005500          ORGANIZATION LINE SEQUENTIAL
005600          FILE STATUS IS DL-RP-FILE-STATUS.
005700      SELECT BANK-CONTROL-FILE ASSIGN TO "BNKCTL"
005800          ORGANIZATION LINE SEQUENTIAL
005900          FILE STATUS IS DL-CTL-FILE-STATUS.
006000      SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
006100          ORGANIZATION INDEXED
006200          ACCESS MODE DYNAMIC
006300          RECORD KEY CQ-NUMBER
006400          FILE STATUS IS DL-CQ-FILE-STATUS.
006500      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
006600          ORGANIZATION LINE SEQUENTIAL
006700          FILE STATUS IS DL-PP-FILE-STATUS.
006800      SELECT CHEQUE-PRINT ASSIGN TO "CHQPRT"
006900          ORGANIZATION LINE SEQUENTIAL
007000          FILE STATUS IS DL-PRT-FILE-STATUS.
007100      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
007200          ORGANIZATION LINE SEQUENTIAL
007300          FILE STATUS IS DL-EXC-FILE-STATUS.
007400*
007500  DATA DIVISION.
007600  FILE SECTION.
007700  FD  RUN-CONTROL.
007800  COPY RUNCTL.
007900  FD  NET-PAY-FILE.
008000  COPY NETPAY.
008100  FD  EMPLOYEE-MASTER.
008200  01  EMPLOYEE-MASTER-RECORD.
008300      COPY EMPREC.
008400      05  EMP-WORK-DAY            PIC 9(01).
008500  FD  REPAY-LIST.
008600  01  REPAY-RECORD.
008700      05  RP-MATRICOLA            PIC X(05).
008800      05  RP-NOME                 PIC X(20).
008900      05  RP-IBAN                 PIC X(27).
009000      05  RP-AMOUNT               PIC 9(11)V99.
009100      05  RP-REASON               PIC X(30).
009200  FD  BANK-CONTROL-FILE.
009300  COPY CTLTOT.
009400  FD  CHEQUE-REGISTER.
009500  COPY CHQREG.
009600  FD  PAY-PARAMS.
009700  COPY PAYPARM.
009800  FD  CHEQUE-PRINT.
009900  01  CHEQUE-PRINT-RECORD         PIC X(80).
010000  FD  EXCEPTION-FILE.
010100  COPY EXCREC.
010200*
010300  WORKING-STORAGE SECTION.
010400  COPY RPTHDRW.
010500  01  DL-RC-FILE-STATUS            PIC X(02).
010600  01  DL-NETPAY-FILE-STATUS        PIC X(02).
010700  01  DL-EMP-FILE-STATUS           PIC X(02).
010800  01  DL-RP-FILE-STATUS            PIC X(02).
010900  01  DL-CTL-FILE-STATUS           PIC X(02).
011000  01  DL-CQ-FILE-STATUS            PIC X(02).
011100  01  DL-PP-FILE-STATUS            PIC X(02).
011200  01  DL-PRT-FILE-STATUS           PIC X(02).
011300  01  DL-EXC-FILE-STATUS           PIC X(02).
011400  01  DL-MODE                      PIC X(01).
011500      88  DL-SKIP-MODE                        VALUE 'N' 'n'.
011600      88  DL-RETURN-MODE                      VALUE 'R' 'r'.
011700      88  DL-PRINT-MODE                       VALUE 'P' 'p'.
011800  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
011900      88  DL-END-OF-FILE                      VALUE 'Y'.
012000  01  DL-FOUND-SW                  PIC X(01).
012100      88  DL-FOUND                            VALUE 'Y'.
012200  01  DL-FIRST-PAGE-SW             PIC X(01) VALUE 'Y'.
012300      88  DL-FIRST-PAGE                       VALUE 'Y'.
012400  01  DL-ERROR-SW                  PIC X(01) VALUE 'N'.
012500      88  DL-STEP-ERROR                       VALUE 'Y'.
012600*
012700*  THE RUN (RUNCTL), ITS COMPANY AND THE CASH LIMIT (PAYPARM).
012800*
012900  01  DL-RUN-COMPANY               PIC X(02) VALUE '01'.
012950  01  DL-CARD-COMPANY              PIC X(02).
013000  01  DL-RUN-NUMBER                PIC 9(06) VALUE 0.
013100  01  DL-PERIOD-END                PIC 9(08) VALUE 0.
013200  01  DL-TODAY                     PIC 9(08).
013300  01  DL-CASH-LIMIT                PIC 9(05)V99 VALUE 0.
013400  01  DL-COMPANY-RESULT            PIC 9(01).
013500  COPY COMPREF.
013600  01  DL-DRAWER-NAME               PIC X(30).
013700*
013800*  THE REGISTER AS LOADED: THE LAST NUMBER USED AND WHAT IS
013900*  ALREADY ISSUED FOR THIS RUN (ORIGINALS, NOT REPLACEMENTS).
014000*
014100  01  DL-LAST-NUMBER               PIC 9(07) VALUE 0.
014200  01  DL-DONE-COUNT                PIC 9(04) VALUE 0.
014300  01  DL-DONE-TABLE.
014400      05  DL-DONE-ENTRY OCCURS 5000 TIMES.
014500          10  DL-DN-MATRICOLA      PIC X(05).
014600          10  DL-DN-SOURCE         PIC X(01).
014700          10  DL-DN-AMOUNT         PIC 9(09)V99.
014800          10  DL-DN-USED           PIC X(01).
014900  01  DL-I                         PIC 9(04).
015000  01  DL-HIT                       PIC 9(04).
015100*
015200*  ONE NET TO PAY BY HAND, AS 3900-ADD-PAYMENT WRITES IT.
015300*
015400  01  DL-PY-MATRICOLA              PIC X(05).
015500  01  DL-PY-NOME                   PIC X(20).
015600  01  DL-PY-AMOUNT                 PIC 9(09)V99.
015700  01  DL-PY-SOURCE                 PIC X(01).
015800  01  DL-PY-REASON                 PIC X(30).
015900  01  DL-IBAN-RESULT               PIC 9(01).
016000  01  DL-IBAN-MESSAGE              PIC X(32).
016100*
016200*  COUNTS AND THE RECONCILIATION.
016300*
016400  01  DL-ISSUED-COUNT              PIC 9(06) VALUE 0.
016500  01  DL-ISSUED-TOTAL              PIC 9(11)V99 VALUE 0.
016600  01  DL-ALREADY-COUNT             PIC 9(06) VALUE 0.
016700  01  DL-ZERO-COUNT                PIC 9(06) VALUE 0.
016800  01  DL-PRINTED-COUNT             PIC 9(06) VALUE 0.
016900  01  DL-PRINTED-TOTAL             PIC 9(11)V99 VALUE 0.
017000  01  DL-NETPAY-TOTAL              PIC 9(13)V99 VALUE 0.
017100  01  DL-BANK-TOTAL                PIC 9(13)V99 VALUE 0.
017200  01  DL-RETURNED-TOTAL            PIC 9(13)V99 VALUE 0.
017300  01  DL-MANUAL-TOTAL              PIC 9(13)V99 VALUE 0.
017400  01  DL-PAID-TOTAL                PIC 9(13)V99 VALUE 0.
017500  01  DL-RECON-SW                  PIC X(01) VALUE 'Y'.
017600      88  DL-RECONCILED                       VALUE 'Y'.
017700*
017800  01  DL-EDIT-DATE-IN              PIC 9(08).
017900  01  DL-EDIT-DATE-IN-R REDEFINES DL-EDIT-DATE-IN.
018000      05  DL-EDIT-CCYY             PIC 9(04).
018100      05  DL-EDIT-MM               PIC 9(02).
018200      05  DL-EDIT-DD               PIC 9(02).
018300  01  DL-EDIT-DATE.
018400      05  DL-ED-DD                 PIC 9(02).
018500      05  FILLER                   PIC X(01) VALUE '/'.
018600      05  DL-ED-MM                 PIC 9(02).
018700      05  FILLER                   PIC X(01) VALUE '/'.
018800      05  DL-ED-CCYY               PIC 9(04).
018900*
019000*  THE PRINTED CHEQUE OR VOUCHER, ONE PER PAGE.  THE AMOUNT IS
019100*  CHECK-PROTECTED.
019200*
019300  01  DL-PRINT-LINE                PIC X(80).
019400  01  DL-CQ-SEPARATOR              PIC X(80) VALUE ALL '-'.
019500  01  DL-CQ1.
019600      05  CQ1-DRAWER               PIC X(30).
019700      05  FILLER                   PIC X(15) VALUE SPACES.
019800      05  CQ1-KIND                 PIC X(18).
019900      05  CQ1-NUMBER               PIC 9(07).
020000      05  FILLER                   PIC X(10) VALUE SPACES.
020100  01  DL-CQ2.
020200      05  FILLER                   PIC X(06) VALUE 'DATA  '.
020300      05  CQ2-DATE                 PIC X(10).
020400      05  FILLER                   PIC X(08) VALUE '    RUN '.
020500      05  CQ2-RUN                  PIC 9(06).
020600      05  FILLER                   PIC X(16) VALUE
020700          '    PERIODO AL '.
020800      05  CQ2-PERIOD-END           PIC X(10).
020900      05  FILLER                   PIC X(24) VALUE SPACES.
021000  01  DL-CQ3.
021100      05  FILLER                   PIC X(10) VALUE 'PAGATE A  '.
021200      05  CQ3-NOME                 PIC X(20).
021300      05  FILLER                   PIC X(08) VALUE ' (MATR. '.
021400      05  CQ3-MATRICOLA            PIC X(05).
021500      05  FILLER                   PIC X(01) VALUE ')'.
021600      05  FILLER                   PIC X(36) VALUE SPACES.
021700  01  DL-CQ4.
021800      05  FILLER                   PIC X(21) VALUE
021900          'LA SOMMA DI EURO     '.
022000      05  CQ4-AMOUNT               PIC *(8)9.99.
022100      05  FILLER                   PIC X(47) VALUE SPACES.
022200  01  DL-CQ5.
022300      05  FILLER                   PIC X(10) VALUE 'CAUSALE   '.
022400      05  FILLER                   PIC X(23) VALUE
022500          'NETTO RETRIBUZIONE -  '.
022600      05  CQ5-REASON               PIC X(30).
022700      05  FILLER                   PIC X(17) VALUE SPACES.
022800  01  DL-CQ6-CHEQUE.
022900      05  FILLER                   PIC X(40) VALUE
023000          'NON TRASFERIBILE'.
023100      05  FILLER                   PIC X(40) VALUE
023200          'FIRMA  ______________________'.
023300  01  DL-CQ6-CASH.
023400      05  FILLER                   PIC X(40) VALUE
023500          'PAGATO IN CONTANTI'.
023600      05  FILLER                   PIC X(40) VALUE
023700          'PER RICEVUTA  ________________'.
023800*
023900  PROCEDURE DIVISION.
024000****************************************************************
024100*  0000-MAINLINE
024200****************************************************************
024300  0000-MAINLINE.
024400      PERFORM 0100-GET-OPTIONS THRU 0100-GET-OPTIONS-EXIT.
024500      MOVE 'CHQPAY' TO RH-PROGRAM-NAME.
024600      MOVE 'MANUAL PAYMENTS - CHEQUES AND VOUCHERS'
024700          TO RH-REPORT-TITLE.
024800      ACCEPT DL-TODAY FROM DATE YYYYMMDD.
024900      IF NOT DL-SKIP-MODE AND NOT DL-RETURN-MODE
025000              AND NOT DL-PRINT-MODE
025100          DISPLAY 'SCHEDA MODALITA'' NON VALIDA (N, R O P): '
025200              DL-MODE
025300          MOVE 8 TO RETURN-CODE
025400          GOBACK
025500      END-IF.
025600      PERFORM 9700-OPEN-EXCEPTION-FILE
025700          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
025800      PERFORM 1000-READ-RUN-CONTROL
025900          THRU 1000-READ-RUN-CONTROL-EXIT.
026000      PERFORM 1500-READ-PAY-PARAMS
026100          THRU 1500-READ-PAY-PARAMS-EXIT.
026200      PERFORM 1600-GET-DRAWER THRU 1600-GET-DRAWER-EXIT.
026300      OPEN I-O CHEQUE-REGISTER.
026400      IF DL-CQ-FILE-STATUS = '35'
026500          OPEN OUTPUT CHEQUE-REGISTER
026600          CLOSE CHEQUE-REGISTER
026700          OPEN I-O CHEQUE-REGISTER
026800      END-IF.
026900      IF DL-CQ-FILE-STATUS NOT = '00'
027000          DISPLAY 'IMPOSSIBILE APRIRE CHQREG - STATUS '
027100              DL-CQ-FILE-STATUS
027200          CLOSE EXCEPTION-FILE
027300          MOVE 8 TO RETURN-CODE
027400          GOBACK
027500      END-IF.
027600      PERFORM 2000-LOAD-REGISTER THRU 2000-LOAD-REGISTER-EXIT.
027700      IF DL-SKIP-MODE
027800          PERFORM 3000-ISSUE-SKIPPED THRU 3000-ISSUE-SKIPPED-EXIT
027900      END-IF.
028000      IF DL-RETURN-MODE
028100          PERFORM 3500-ISSUE-RETURNED
028200              THRU 3500-ISSUE-RETURNED-EXIT
028300      END-IF.
028400      PERFORM 4000-PRINT-PENDING THRU 4000-PRINT-PENDING-EXIT.
028500      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
028600      DISPLAY 'RUN                   : ' DL-RUN-NUMBER
028700          ' AZIENDA ' DL-RUN-COMPANY ' MODALITA'' ' DL-MODE.
028800      DISPLAY 'PAGAMENTI REGISTRATI  : ' DL-ISSUED-COUNT
028900          ' IMPORTO ' DL-ISSUED-TOTAL.
029000      DISPLAY 'GIA'' IN REGISTRO      : ' DL-ALREADY-COUNT.
029100      DISPLAY 'NETTI ZERO IGNORATI   : ' DL-ZERO-COUNT.
029200      DISPLAY 'ASSEGNI/BUONI STAMPATI: ' DL-PRINTED-COUNT
029300          ' IMPORTO ' DL-PRINTED-TOTAL.
029400      DISPLAY 'ULTIMO NUMERO USATO   : ' DL-LAST-NUMBER.
029500      IF NOT DL-PRINT-MODE
029600          PERFORM 6000-RECONCILE THRU 6000-RECONCILE-EXIT
029700      END-IF.
029800      CLOSE CHEQUE-REGISTER.
029900      CLOSE EXCEPTION-FILE.
030000      MOVE 0 TO RETURN-CODE.
030100      IF DL-PRINTED-COUNT > 0
030200          DISPLAY 'CONSEGNARE I DOCUMENTI DI CHQPRT E '
030300              'REGISTRARLI IN CHQMNT'
030400          MOVE 4 TO RETURN-CODE
030500      END-IF.
030600      IF DL-STEP-ERROR OR NOT DL-RECONCILED
030700          MOVE 8 TO RETURN-CODE
030800      END-IF.
030900      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
031000      GOBACK.
031100****************************************************************
031200*  0100-GET-OPTIONS
031300*  MODE CARD, THEN THE COMPANY CARD.
031400****************************************************************
031500  0100-GET-OPTIONS.
031600      MOVE SPACE TO DL-MODE.
031700      ACCEPT DL-MODE.
031730      MOVE SPACES TO DL-CARD-COMPANY.
031760      ACCEPT DL-CARD-COMPANY.
031800  0100-GET-OPTIONS-EXIT.
031900      EXIT.
032000****************************************************************
032100*  1000-READ-RUN-CONTROL
032200*  THE RUN BEING PAID: NUMBER, COMPANY AND PERIOD END.  NO RUN
032300*  NUMBER, NO REGISTER ENTRY CAN BE TIED TO THE RUN - RC 8.
032330*  A RUNCTL OF ANOTHER COMPANY THAN THE CARD'S (A JOB SUBMITTED
032360*  WITH THE WRONG RUNCUR) IS ALSO RC 8, BEFORE CHQREG IS OPENED.
032400****************************************************************
032500  1000-READ-RUN-CONTROL.
032600      OPEN INPUT RUN-CONTROL.
032700      IF DL-RC-FILE-STATUS = '00'
032800          READ RUN-CONTROL
032900              AT END
033000                  CONTINUE
033100              NOT AT END
033200                  MOVE RN-RUN-NUMBER TO DL-RUN-NUMBER
033300                  MOVE RN-PERIOD-END TO DL-PERIOD-END
033400                  IF RN-COMPANY NOT = SPACES
033500                      MOVE RN-COMPANY TO DL-RUN-COMPANY
033600                  END-IF
033700          END-READ
033800      END-IF.
033900      CLOSE RUN-CONTROL.
034000      IF DL-RUN-NUMBER = 0
034100          DISPLAY 'NUMERO RUN (RUNCTL) MANCANTE - NESSUN '
034200              'PAGAMENTO MANUALE'
034300          CLOSE EXCEPTION-FILE
034400          MOVE 8 TO RETURN-CODE
034500          GOBACK
034600      END-IF.
034610      IF DL-CARD-COMPANY NOT = SPACES
034620              AND DL-CARD-COMPANY NOT = DL-RUN-COMPANY
034630          DISPLAY 'RUNCTL DELL''AZIENDA ' DL-RUN-COMPANY
034640              ' MA SCHEDA AZIENDA ' DL-CARD-COMPANY
034650              ' - NESSUN PAGAMENTO MANUALE'
034660          CLOSE EXCEPTION-FILE
034670          MOVE 8 TO RETURN-CODE
034680          GOBACK
034690      END-IF.
034700      MOVE DL-RUN-COMPANY TO RH-COMPANY-CODE.
034800  1000-READ-RUN-CONTROL-EXIT.
034900      EXIT.
035000****************************************************************
035100*  1500-READ-PAY-PARAMS
035200*  THE CASH-VOUCHER LIMIT.  MISSING FILE, MISSING FIELD OR ZERO
035300*  = CHEQUES ONLY.
035400****************************************************************
035500  1500-READ-PAY-PARAMS.
035600      OPEN INPUT PAY-PARAMS.
035700      IF DL-PP-FILE-STATUS NOT = '00'
035800          GO TO 1500-READ-PAY-PARAMS-EXIT
035900      END-IF.
036000      READ PAY-PARAMS
036100          AT END
036200              CONTINUE
036300          NOT AT END
036400              IF PP-CASH-LIMIT NUMERIC
036500                  MOVE PP-CASH-LIMIT TO DL-CASH-LIMIT
036600              END-IF
036700      END-READ.
036800      CLOSE PAY-PARAMS.
036900  1500-READ-PAY-PARAMS-EXIT.
037000      EXIT.
037100****************************************************************
037200*  1600-GET-DRAWER
037300*  THE NAME PRINTED ON THE CHEQUES: THE RUN COMPANY'S LEGAL NAME
037400*  FROM COMPREF, THE REPORT HEADING NAME WHEN IT HAS NONE.
037500****************************************************************
037600  1600-GET-DRAWER.
037700      MOVE RH-COMPANY-NAME TO DL-DRAWER-NAME.
037800      CALL 'COMPINFO' USING DL-RUN-COMPANY COMPANY-RECORD
037900          DL-COMPANY-RESULT.
038000      IF DL-COMPANY-RESULT = 0 OR DL-COMPANY-RESULT = 3
038100          MOVE CO-NAME TO DL-DRAWER-NAME
038200      END-IF.
038300  1600-GET-DRAWER-EXIT.
038400      EXIT.
038500****************************************************************
038600*  2000-LOAD-REGISTER
038700*  ONE PASS OVER THE REGISTER: THE HIGHEST NUMBER USED, AND THE
038800*  ORIGINAL PAYMENTS ALREADY ISSUED FOR THIS COMPANY AND RUN, SO
038900*  A RERUN DOES NOT ISSUE THEM TWICE.
039000****************************************************************
039100  2000-LOAD-REGISTER.
039200      MOVE 'N' TO DL-EOF-SW.
039300      MOVE 0 TO CQ-NUMBER.
039400      START CHEQUE-REGISTER KEY NOT < CQ-NUMBER
039500          INVALID KEY
039600              MOVE 'Y' TO DL-EOF-SW
039700      END-START.
039800      PERFORM 2010-LOAD-ONE THRU 2010-LOAD-ONE-EXIT
039900          UNTIL DL-END-OF-FILE.
040000  2000-LOAD-REGISTER-EXIT.
040100      EXIT.
040200  2010-LOAD-ONE.
040300      READ CHEQUE-REGISTER NEXT RECORD
040400          AT END
040500              MOVE 'Y' TO DL-EOF-SW
040600              GO TO 2010-LOAD-ONE-EXIT
040700      END-READ.
040800      IF CQ-NUMBER > DL-LAST-NUMBER
040900          MOVE CQ-NUMBER TO DL-LAST-NUMBER
041000      END-IF.
041100      IF CQ-COMPANY NOT = DL-RUN-COMPANY
041200              OR CQ-RUN-NUMBER NOT = DL-RUN-NUMBER
041300              OR CQ-REPLACES NOT = 0
041400          GO TO 2010-LOAD-ONE-EXIT
041500      END-IF.
041600      IF DL-DONE-COUNT >= 5000
041700          DISPLAY 'TABELLA PAGAMENTI DEL RUN PIENA - CQ '
041800              CQ-NUMBER ' NON CARICATO'
041900          GO TO 2010-LOAD-ONE-EXIT
042000      END-IF.
042100      ADD 1 TO DL-DONE-COUNT.
042200      MOVE CQ-MATRICOLA TO DL-DN-MATRICOLA(DL-DONE-COUNT).
042300      MOVE CQ-SOURCE TO DL-DN-SOURCE(DL-DONE-COUNT).
042400      MOVE CQ-AMOUNT TO DL-DN-AMOUNT(DL-DONE-COUNT).
042500      MOVE 'N' TO DL-DN-USED(DL-DONE-COUNT).
042600  2010-LOAD-ONE-EXIT.
042700      EXIT.
042800****************************************************************
042900*  3000-ISSUE-SKIPPED
043000*  NETPAY AGAIN, WITH THE SKIP RULES OF BANKPAY'S
043100*  1000-WRITE-ONE-CREDIT: NO MASTER RECORD, NO IBAN OR AN IBAN
043200*  FAILING IBANCHK MEANS THE NET WAS NOT IN THE BANK FILE AND IS
043300*  PAID HERE.  A ZERO NET NEEDS NO PAYMENT.
043400****************************************************************
043500  3000-ISSUE-SKIPPED.
043600      MOVE 'N' TO DL-EOF-SW.
043700      OPEN INPUT NET-PAY-FILE.
043800      IF DL-NETPAY-FILE-STATUS NOT = '00'
043900          DISPLAY 'IMPOSSIBILE APRIRE NETPAY - STATUS '
044000              DL-NETPAY-FILE-STATUS
044100          MOVE 'Y' TO DL-ERROR-SW
044200          GO TO 3000-ISSUE-SKIPPED-EXIT
044300      END-IF.
044400      OPEN INPUT EMPLOYEE-MASTER.
044500      IF DL-EMP-FILE-STATUS NOT = '00'
044600          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
044700              DL-EMP-FILE-STATUS
044800          CLOSE NET-PAY-FILE
044900          MOVE 'Y' TO DL-ERROR-SW
045000          GO TO 3000-ISSUE-SKIPPED-EXIT
045100      END-IF.
045200      PERFORM 3010-CHECK-ONE-NET THRU 3010-CHECK-ONE-NET-EXIT
045300          UNTIL DL-END-OF-FILE.
045400      CLOSE NET-PAY-FILE EMPLOYEE-MASTER.
045500  3000-ISSUE-SKIPPED-EXIT.
045600      EXIT.
045700  3010-CHECK-ONE-NET.
045800      READ NET-PAY-FILE
045900          AT END
046000              MOVE 'Y' TO DL-EOF-SW
046100              GO TO 3010-CHECK-ONE-NET-EXIT
046200      END-READ.
046300      MOVE SPACES TO DL-PY-REASON.
046400      MOVE NP-MATRICOLA TO EMP-MATRICOLA.
046500      READ EMPLOYEE-MASTER
046600          INVALID KEY
046700              MOVE 'MATRICOLA NON IN ANAGRAFICA' TO DL-PY-REASON
046800      END-READ.
046900      IF DL-PY-REASON = SPACES AND EMP-IBAN = SPACES
047000          MOVE 'IBAN MANCANTE' TO DL-PY-REASON
047100      END-IF.
047200      IF DL-PY-REASON = SPACES
047300          CALL 'IBANCHK' USING EMP-IBAN DL-IBAN-RESULT
047400              DL-IBAN-MESSAGE
047500          IF DL-IBAN-RESULT NOT = 0
047600              STRING 'IBAN NON VALIDO: ' DL-IBAN-MESSAGE
047700                  DELIMITED BY SIZE INTO DL-PY-REASON
047800          END-IF
047900      END-IF.
048000      IF DL-PY-REASON = SPACES
048100          GO TO 3010-CHECK-ONE-NET-EXIT
048200      END-IF.
048300      IF NP-NET = 0
048400          ADD 1 TO DL-ZERO-COUNT
048500          GO TO 3010-CHECK-ONE-NET-EXIT
048600      END-IF.
048700      MOVE NP-MATRICOLA TO DL-PY-MATRICOLA.
048800      MOVE NP-NOME TO DL-PY-NOME.
048900      MOVE NP-NET TO DL-PY-AMOUNT.
049000      MOVE 'S' TO DL-PY-SOURCE.
049100      PERFORM 3800-FIND-DONE THRU 3800-FIND-DONE-EXIT.
049200      IF DL-FOUND
049300          ADD 1 TO DL-ALREADY-COUNT
049400          GO TO 3010-CHECK-ONE-NET-EXIT
049500      END-IF.
049600      PERFORM 3900-ADD-PAYMENT THRU 3900-ADD-PAYMENT-EXIT.
049700  3010-CHECK-ONE-NET-EXIT.
049800      EXIT.
049900****************************************************************
050000*  3500-ISSUE-RETURNED
050100*  EVERY CREDIT ON BNKRET'S RE-PAY LIST, AT THE AMOUNT THE BANK
050200*  SENT BACK, WITH THE BANK'S REASON.
050300****************************************************************
050400  3500-ISSUE-RETURNED.
050500      MOVE 'N' TO DL-EOF-SW.
050600      OPEN INPUT REPAY-LIST.
050700      IF DL-RP-FILE-STATUS NOT = '00'
050800          DISPLAY 'IMPOSSIBILE APRIRE REPAYLST - STATUS '
050900              DL-RP-FILE-STATUS
051000          MOVE 'Y' TO DL-ERROR-SW
051100          GO TO 3500-ISSUE-RETURNED-EXIT
051200      END-IF.
051300      PERFORM 3510-ISSUE-ONE-RETURN
051400          THRU 3510-ISSUE-ONE-RETURN-EXIT
051500          UNTIL DL-END-OF-FILE.
051600      CLOSE REPAY-LIST.
051700  3500-ISSUE-RETURNED-EXIT.
051800      EXIT.
051900  3510-ISSUE-ONE-RETURN.
052000      READ REPAY-LIST
052100          AT END
052200              MOVE 'Y' TO DL-EOF-SW
052300              GO TO 3510-ISSUE-ONE-RETURN-EXIT
052400      END-READ.
052500      IF RP-AMOUNT = 0
052600          ADD 1 TO DL-ZERO-COUNT
052700          GO TO 3510-ISSUE-ONE-RETURN-EXIT
052800      END-IF.
052900      MOVE RP-MATRICOLA TO DL-PY-MATRICOLA.
053000      MOVE RP-NOME TO DL-PY-NOME.
053100      MOVE RP-AMOUNT TO DL-PY-AMOUNT.
053200      MOVE 'R' TO DL-PY-SOURCE.
053300      MOVE RP-REASON TO DL-PY-REASON.
053400      PERFORM 3800-FIND-DONE THRU 3800-FIND-DONE-EXIT.
053500      IF DL-FOUND
053600          ADD 1 TO DL-ALREADY-COUNT
053700          GO TO 3510-ISSUE-ONE-RETURN-EXIT
053800      END-IF.
053900      PERFORM 3900-ADD-PAYMENT THRU 3900-ADD-PAYMENT-EXIT.
054000  3510-ISSUE-ONE-RETURN-EXIT.
054100      EXIT.
054200****************************************************************
054300*  3800-FIND-DONE
054400*  IS THIS NET ALREADY ON THE REGISTER FOR THE RUN?  SAME
054500*  MATRICOLA AND SOURCE, AND FOR A RETURN THE SAME AMOUNT TOO.
054600*  AN ENTRY FOUND IS USED UP, SO TWO RETURNS OF ONE EMPLOYEE ARE
054700*  STILL TWO PAYMENTS.
054800****************************************************************
054900  3800-FIND-DONE.
055000      MOVE 'N' TO DL-FOUND-SW.
055100      PERFORM 3810-CHECK-ONE-DONE THRU 3810-CHECK-ONE-DONE-EXIT
055200          VARYING DL-I FROM 1 BY 1
055300          UNTIL DL-I > DL-DONE-COUNT OR DL-FOUND.
055400  3800-FIND-DONE-EXIT.
055500      EXIT.
055600  3810-CHECK-ONE-DONE.
055700      IF DL-DN-USED(DL-I) = 'Y'
055800              OR DL-DN-MATRICOLA(DL-I) NOT = DL-PY-MATRICOLA
055900              OR DL-DN-SOURCE(DL-I) NOT = DL-PY-SOURCE
056000          GO TO 3810-CHECK-ONE-DONE-EXIT
056100      END-IF.
056200      IF DL-PY-SOURCE = 'R'
056300              AND DL-DN-AMOUNT(DL-I) NOT = DL-PY-AMOUNT
056400          GO TO 3810-CHECK-ONE-DONE-EXIT
056500      END-IF.
056600      MOVE 'Y' TO DL-DN-USED(DL-I).
056700      MOVE 'Y' TO DL-FOUND-SW.
056800  3810-CHECK-ONE-DONE-EXIT.
056900      EXIT.
057000****************************************************************
057100*  3900-ADD-PAYMENT
057200*  THE NEXT NUMBER OF THE SEQUENCE, TO BE PRINTED BY 4000.  A
057300*  NET NOT ABOVE THE CASH LIMIT IS A CASH VOUCHER.
057400****************************************************************
057500  3900-ADD-PAYMENT.
057600      MOVE SPACES TO CHEQUE-REGISTER-RECORD.
057700      ADD 1 TO DL-LAST-NUMBER.
057800      MOVE DL-LAST-NUMBER TO CQ-NUMBER.
057900      MOVE DL-RUN-COMPANY TO CQ-COMPANY.
058000      MOVE DL-RUN-NUMBER TO CQ-RUN-NUMBER.
058100      MOVE DL-PERIOD-END TO CQ-PERIOD-END.
058200      MOVE DL-PY-MATRICOLA TO CQ-MATRICOLA.
058300      MOVE DL-PY-NOME TO CQ-NOME.
058400      MOVE DL-PY-AMOUNT TO CQ-AMOUNT.
058500      IF DL-CASH-LIMIT > 0 AND DL-PY-AMOUNT NOT > DL-CASH-LIMIT
058600          MOVE 'C' TO CQ-METHOD
058700      ELSE
058800          MOVE 'A' TO CQ-METHOD
058900      END-IF.
059000      MOVE DL-PY-SOURCE TO CQ-SOURCE.
059100      MOVE DL-PY-REASON TO CQ-REASON.
059200      MOVE 'N' TO CQ-STATUS.
059300      MOVE DL-TODAY TO CQ-CREATE-DATE.
059400      MOVE 0 TO CQ-PRINT-DATE.
059500      MOVE DL-TODAY TO CQ-STATUS-DATE.
059600      MOVE 'CHQPAY' TO CQ-STATUS-OPERATOR.
059700      MOVE 0 TO CQ-REPLACES.
059800      MOVE 0 TO CQ-REPLACED-BY.
059900      WRITE CHEQUE-REGISTER-RECORD
060000          INVALID KEY
060100              DISPLAY 'NUMERO ' CQ-NUMBER ' GIA'' IN CHQREG - '
060200                  'PAGAMENTO ' DL-PY-MATRICOLA ' NON REGISTRATO'
060300              MOVE 'Y' TO DL-ERROR-SW
060400              GO TO 3900-ADD-PAYMENT-EXIT
060500      END-WRITE.
060600      ADD 1 TO DL-ISSUED-COUNT.
060700      ADD DL-PY-AMOUNT TO DL-ISSUED-TOTAL.
060800      DISPLAY 'N. ' CQ-NUMBER ' ' CQ-METHOD ' ' DL-PY-MATRICOLA
060900          ' ' DL-PY-AMOUNT ' - ' DL-PY-REASON.
061000  3900-ADD-PAYMENT-EXIT.
061100      EXIT.
061200****************************************************************
061300*  4000-PRINT-PENDING
061400*  EVERY PAYMENT OF THE COMPANY STILL TO PRINT (THOSE JUST
061500*  WRITTEN AND ANY REPLACEMENT FROM CHQMNT) GOES OUT TO CHQPRT,
061600*  ONE PER PAGE, AND IS MARKED PRINTED.
061700****************************************************************
061800  4000-PRINT-PENDING.
061900      OPEN OUTPUT CHEQUE-PRINT.
062000      IF DL-PRT-FILE-STATUS NOT = '00'
062100          DISPLAY 'IMPOSSIBILE SCRIVERE CHQPRT - STATUS '
062200              DL-PRT-FILE-STATUS
062300          MOVE 'Y' TO DL-ERROR-SW
062400          GO TO 4000-PRINT-PENDING-EXIT
062500      END-IF.
062600      MOVE 'N' TO DL-EOF-SW.
062700      MOVE 0 TO CQ-NUMBER.
062800      START CHEQUE-REGISTER KEY NOT < CQ-NUMBER
062900          INVALID KEY
063000              MOVE 'Y' TO DL-EOF-SW
063100      END-START.
063200      PERFORM 4010-PRINT-ONE THRU 4010-PRINT-ONE-EXIT
063300          UNTIL DL-END-OF-FILE.
063400      CLOSE CHEQUE-PRINT.
063500  4000-PRINT-PENDING-EXIT.
063600      EXIT.
063700  4010-PRINT-ONE.
063800      READ CHEQUE-REGISTER NEXT RECORD
063900          AT END
064000              MOVE 'Y' TO DL-EOF-SW
064100              GO TO 4010-PRINT-ONE-EXIT
064200      END-READ.
064300      IF NOT CQ-TO-PRINT OR CQ-COMPANY NOT = DL-RUN-COMPANY
064400          GO TO 4010-PRINT-ONE-EXIT
064500      END-IF.
064600      PERFORM 4100-WRITE-DOCUMENT THRU 4100-WRITE-DOCUMENT-EXIT.
064700      MOVE 'S' TO CQ-STATUS.
064800      MOVE DL-TODAY TO CQ-PRINT-DATE.
064900      MOVE DL-TODAY TO CQ-STATUS-DATE.
065000      MOVE 'CHQPAY' TO CQ-STATUS-OPERATOR.
065100      REWRITE CHEQUE-REGISTER-RECORD
065200          INVALID KEY
065300              DISPLAY 'RISCRITTURA CHQREG FALLITA - N. ' CQ-NUMBER
065400              MOVE 'Y' TO DL-ERROR-SW
065500      END-REWRITE.
065600      ADD 1 TO DL-PRINTED-COUNT.
065700      ADD CQ-AMOUNT TO DL-PRINTED-TOTAL.
065800  4010-PRINT-ONE-EXIT.
065900      EXIT.
066000****************************************************************
066100*  4100-WRITE-DOCUMENT
066200*  ONE CHEQUE OR CASH VOUCHER, ON A PAGE OF ITS OWN.
066300****************************************************************
066400  4100-WRITE-DOCUMENT.
066500      MOVE DL-DRAWER-NAME TO CQ1-DRAWER.
066600      IF CQ-CASH
066700          MOVE 'BUONO DI CASSA N. ' TO CQ1-KIND
066800      ELSE
066900          MOVE 'ASSEGNO N.        ' TO CQ1-KIND
067000      END-IF.
067100      MOVE CQ-NUMBER TO CQ1-NUMBER.
067200      IF DL-FIRST-PAGE
067300          MOVE 'N' TO DL-FIRST-PAGE-SW
067400          WRITE CHEQUE-PRINT-RECORD FROM DL-CQ1
067500      ELSE
067600          WRITE CHEQUE-PRINT-RECORD FROM DL-CQ1
067700              AFTER ADVANCING PAGE
067800      END-IF.
067900      MOVE DL-TODAY TO DL-EDIT-DATE-IN.
068000      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
068100      MOVE DL-EDIT-DATE TO CQ2-DATE.
068200      MOVE CQ-RUN-NUMBER TO CQ2-RUN.
068300      MOVE CQ-PERIOD-END TO DL-EDIT-DATE-IN.
068400      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
068500      MOVE DL-EDIT-DATE TO CQ2-PERIOD-END.
068600      WRITE CHEQUE-PRINT-RECORD FROM DL-CQ2.
068700      MOVE SPACES TO DL-PRINT-LINE.
068800      WRITE CHEQUE-PRINT-RECORD FROM DL-PRINT-LINE.
068900      MOVE CQ-NOME TO CQ3-NOME.
069000      MOVE CQ-MATRICOLA TO CQ3-MATRICOLA.
069100      WRITE CHEQUE-PRINT-RECORD FROM DL-CQ3.
069200      MOVE CQ-AMOUNT TO CQ4-AMOUNT.
069300      WRITE CHEQUE-PRINT-RECORD FROM DL-CQ4.
069400      MOVE CQ-REASON TO CQ5-REASON.
069500      WRITE CHEQUE-PRINT-RECORD FROM DL-CQ5.
069600      WRITE CHEQUE-PRINT-RECORD FROM DL-PRINT-LINE.
069700      IF CQ-CASH
069800          WRITE CHEQUE-PRINT-RECORD FROM DL-CQ6-CASH
069900      ELSE
070000          WRITE CHEQUE-PRINT-RECORD FROM DL-CQ6-CHEQUE
070100      END-IF.
070200      WRITE CHEQUE-PRINT-RECORD FROM DL-CQ-SEPARATOR.
070300  4100-WRITE-DOCUMENT-EXIT.
070400      EXIT.
070500****************************************************************
070600*  6000-RECONCILE
070700*  WHAT LEFT THE BANK ACCOUNT PLUS WHAT WAS PAID BY HAND MUST BE
070800*  THE RUN'S NET PAY:
070900*    BNKCTL TOTAL - RETURNED CREDITS + MANUAL PAYMENTS = NETPAY
071000*  RETURNED CREDITS ARE THE REGISTER'S ORIGINAL SOURCE-R
071100*  PAYMENTS OF THE RUN; MANUAL PAYMENTS ARE ALL OF THE RUN'S
071200*  PAYMENTS NOT VOIDED (A VOIDED ONE COUNTS AGAIN THROUGH ITS
071300*  REPLACEMENT).  A MISSING NETPAY OR BNKCTL IS A BREAK TOO.
071400****************************************************************
071500  6000-RECONCILE.
071600      MOVE 'N' TO DL-EOF-SW.
071700      OPEN INPUT NET-PAY-FILE.
071800      IF DL-NETPAY-FILE-STATUS NOT = '00'
071900          DISPLAY 'NETPAY NON DISPONIBILE - STATUS '
072000              DL-NETPAY-FILE-STATUS
072100          MOVE 'N' TO DL-RECON-SW
072200      ELSE
072300          PERFORM 6010-ADD-ONE-NET THRU 6010-ADD-ONE-NET-EXIT
072400              UNTIL DL-END-OF-FILE
072500          CLOSE NET-PAY-FILE
072600      END-IF.
072700      OPEN INPUT BANK-CONTROL-FILE.
072800      IF DL-CTL-FILE-STATUS NOT = '00'
072900          DISPLAY 'BNKCTL NON DISPONIBILE - STATUS '
073000              DL-CTL-FILE-STATUS
073100          MOVE 'N' TO DL-RECON-SW
073200      ELSE
073300          READ BANK-CONTROL-FILE
073400              AT END
073500                  DISPLAY 'BNKCTL VUOTO'
073600                  MOVE 'N' TO DL-RECON-SW
073700              NOT AT END
073800                  MOVE CT-TOTAL-AMOUNT TO DL-BANK-TOTAL
073900          END-READ
074000          CLOSE BANK-CONTROL-FILE
074100      END-IF.
074200      MOVE 'N' TO DL-EOF-SW.
074300      MOVE 0 TO CQ-NUMBER.
074400      START CHEQUE-REGISTER KEY NOT < CQ-NUMBER
074500          INVALID KEY
074600              MOVE 'Y' TO DL-EOF-SW
074700      END-START.
074800      PERFORM 6020-ADD-ONE-PAYMENT THRU 6020-ADD-ONE-PAYMENT-EXIT
074900          UNTIL DL-END-OF-FILE.
075000      COMPUTE DL-PAID-TOTAL = DL-BANK-TOTAL - DL-RETURNED-TOTAL
075100          + DL-MANUAL-TOTAL.
075200      DISPLAY ' '.
075300      DISPLAY 'QUADRATURA PAGAMENTI DEL RUN ' DL-RUN-NUMBER.
075400      DISPLAY '  BONIFICI (BNKCTL)     : ' DL-BANK-TOTAL.
075500      DISPLAY '  MENO RESI DALLA BANCA : ' DL-RETURNED-TOTAL.
075600      DISPLAY '  PIU PAGAMENTI MANUALI : ' DL-MANUAL-TOTAL.
075700      DISPLAY '  TOTALE PAGATO         : ' DL-PAID-TOTAL.
075800      DISPLAY '  TOTALE NETPAY         : ' DL-NETPAY-TOTAL.
075900      IF DL-PAID-TOTAL NOT = DL-NETPAY-TOTAL
076000          MOVE 'N' TO DL-RECON-SW
076100      END-IF.
076200      IF DL-RECONCILED
076300          DISPLAY 'PAGAMENTI QUADRATI CON NETPAY'
076400          GO TO 6000-RECONCILE-EXIT
076500      END-IF.
076600      DISPLAY '*** PAGAMENTI NON QUADRATI CON NETPAY ***'.
076700      MOVE 8 TO EX-SEVERITY.
076800      MOVE SPACES TO EX-KEY.
076900      STRING 'RUN ' DL-RUN-NUMBER DELIMITED BY SIZE INTO EX-KEY.
077000      MOVE 'BONIFICI + PAGAMENTI MANUALI DIVERSI DA NETPAY'
077100          TO EX-MESSAGE.
077200      PERFORM 9800-WRITE-EXCEPTION THRU 9800-WRITE-EXCEPTION-EXIT.
077300  6000-RECONCILE-EXIT.
077400      EXIT.
077500  6010-ADD-ONE-NET.
077600      READ NET-PAY-FILE
077700          AT END
077800              MOVE 'Y' TO DL-EOF-SW
077900          NOT AT END
078000              ADD NP-NET TO DL-NETPAY-TOTAL
078100      END-READ.
078200  6010-ADD-ONE-NET-EXIT.
078300      EXIT.
078400  6020-ADD-ONE-PAYMENT.
078500      READ CHEQUE-REGISTER NEXT RECORD
078600          AT END
078700              MOVE 'Y' TO DL-EOF-SW
078800              GO TO 6020-ADD-ONE-PAYMENT-EXIT
078900      END-READ.
079000      IF CQ-COMPANY NOT = DL-RUN-COMPANY
079100              OR CQ-RUN-NUMBER NOT = DL-RUN-NUMBER
079200          GO TO 6020-ADD-ONE-PAYMENT-EXIT
079300      END-IF.
079400      IF CQ-FROM-RETURN AND CQ-REPLACES = 0
079500          ADD CQ-AMOUNT TO DL-RETURNED-TOTAL
079600      END-IF.
079700      IF NOT CQ-VOIDED
079800          ADD CQ-AMOUNT TO DL-MANUAL-TOTAL
079900      END-IF.
080000  6020-ADD-ONE-PAYMENT-EXIT.
080100      EXIT.
080200****************************************************************
080300*  8300-EDIT-DATE
080400*  DL-EDIT-DATE-IN (AAAAMMGG) AS GG/MM/AAAA IN DL-EDIT-DATE.
080500****************************************************************
080600  8300-EDIT-DATE.
080700      MOVE DL-EDIT-DD TO DL-ED-DD.
080800      MOVE DL-EDIT-MM TO DL-ED-MM.
080900      MOVE DL-EDIT-CCYY TO DL-ED-CCYY.
081000  8300-EDIT-DATE-EXIT.
081100      EXIT.
081200****************************************************************
081300*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
081400*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
081500*  BATCH STEPS: OPEN EXTEND WITH CREATE-ON-FIRST-USE, ONE
081600*  STAMPED APPEND PER PROBLEM.
081700****************************************************************
081800  9700-OPEN-EXCEPTION-FILE.
081900      OPEN EXTEND EXCEPTION-FILE.
082000      IF DL-EXC-FILE-STATUS = '35'
082100          OPEN OUTPUT EXCEPTION-FILE
082200          CLOSE EXCEPTION-FILE
082300          OPEN EXTEND EXCEPTION-FILE
082400      END-IF.
082500  9700-OPEN-EXCEPTION-FILE-EXIT.
082600      EXIT.
082700  9800-WRITE-EXCEPTION.
082800      MOVE 'CHQPAY' TO EX-PROGRAM-ID.
082900      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
083000      ACCEPT EX-RUN-TIME FROM TIME.
083100      MOVE 'N' TO EX-ACK-FLAG.
083200      MOVE SPACES TO EX-ACK-OPERATOR.
083300      MOVE 0 TO EX-ACK-DATE.
083400      MOVE SPACES TO EX-ACK-NOTE.
083500      WRITE EXCEPTION-RECORD.
083600  9800-WRITE-EXCEPTION-EXIT.
083700      EXIT.
083800****************************************************************
083900*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
084000****************************************************************
084100  COPY RPTHDRP.
