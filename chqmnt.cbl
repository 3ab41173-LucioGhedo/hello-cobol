000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHQMNT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  CHQMNT
000900*  MANUAL-PAYMENT REGISTER MAINTENANCE, CALLED FROM MENU.  THE
001000*  CHEQUES AND CASH VOUCHERS CHQPAY PRINTS (CHQREG, CHQREG.CPY)
001100*  ARE FOLLOWED HERE TO THE END: E) HANDED TO THE EMPLOYEE,
001200*  I) CASHED - FOR A VOUCHER, THE CASH PAID OUT - AND A) VOIDED.
001300*  V) SHOWS ONE PAYMENT BY NUMBER, L) EVERY PAYMENT OF AN
001400*  EMPLOYEE.  A CASHED OR VOIDED PAYMENT IS FINAL.  VOIDING IS
001500*  FOR THE SUPERVISOR ONLY (LOST, SPOILT OR WRONG CHEQUE): THE
001600*  NUMBER STAYS ON THE REGISTER AS VOIDED AND, IF THE EMPLOYEE
001700*  IS STILL OWED THE MONEY, A REPLACEMENT IS WRITTEN UNDER THE
001800*  NEXT NUMBER OF THE SEQUENCE (CQ-REPLACES / CQ-REPLACED-BY
001900*  LINK THE TWO), TO BE PRINTED BY THE NEXT CHQPAY.  THE
002000*  OPERATOR MUST BE ALLOWED ON THE PAYMENT'S COMPANY (COMPAUTH).
002100*  EVERY CHANGE IS LOGGED TO CHGLOG WITH THE OPERSESS OPERATOR
002200*  ID, THE IMAGES BEING THE REGISTER RECORD AS CHQREG.CPY
002300*  DESCRIBES.
002400*  MOD HISTORY
002500*  15/10/2026 LG  NEW.
002600****************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
002900  SOURCE-COMPUTER. IBM-PC.
003000  OBJECT-COMPUTER. IBM-PC.
003100  INPUT-OUTPUT SECTION.
003200  FILE-CONTROL.
003300      SELECT CHEQUE-REGISTER ASSIGN TO "CHQREG"
003400          ORGANIZATION INDEXED
003500          ACCESS MODE DYNAMIC
003600          RECORD KEY CQ-NUMBER
003700          FILE STATUS IS DL-CQ-FILE-STATUS.
003800      SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
003900          ORGANIZATION LINE SEQUENTIAL
004000          FILE STATUS IS DL-CHGLOG-FILE-STATUS.
004100      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
004200          ORGANIZATION LINE SEQUENTIAL
004300          FILE STATUS IS DL-SESS-FILE-STATUS.
004400*
004500  DATA DIVISION.
004600  FILE SECTION.
004700  FD  CHEQUE-REGISTER.
004800  COPY CHQREG.
004900  FD  CHANGE-LOG.
005000  COPY CHGLOG.
005100  FD  OPERATOR-SESSION.
005200  COPY OPRSESS.
005300*
005400  WORKING-STORAGE SECTION.
005500  01  DL-CQ-FILE-STATUS            PIC X(02).
005600  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
005700  01  DL-SESS-FILE-STATUS          PIC X(02).
005800  01  DL-OPERATOR-ID               PIC X(08) VALUE 'IGNOTO'.
005900  01  DL-AUTH-LEVEL                PIC X(01) VALUE SPACE.
006000      88  DL-OPER-SUPER                       VALUE 'S' 'U'.
006100  01  DL-CHOICE                    PIC X(01).
006200  01  DL-ANSWER                    PIC X(01).
006300  01  DL-PAY-FOUND-SW              PIC X(01).
006400      88  DL-PAY-FOUND                        VALUE 'Y'.
006500  01  DL-EOF-SW                    PIC X(01).
006600      88  DL-END-OF-REGISTER                  VALUE 'Y'.
006700  01  DL-VALID-SW                  PIC X(01).
006800  01  DL-TODAY                     PIC 9(08).
006900  01  DL-AUTH-RESULT               PIC 9(01).
007000  01  DL-NEW-MATRICOLA             PIC X(05).
007100  01  DL-PAY-NUMBER                PIC 9(07).
007200  01  DL-LAST-NUMBER               PIC 9(07).
007300  01  DL-LIST-COUNT                PIC 9(05).
007400  01  DL-BUFFER                    PIC X(10).
007500  01  DL-ENTRY-LEN                 PIC 9(02).
007600  01  DL-SCAN                      PIC 9(02).
007700  01  DL-NUM-X                     PIC X(07).
007800  01  DL-NUM-IN REDEFINES DL-NUM-X PIC 9(07).
007900  01  DL-ED-AMOUNT                 PIC Z(8)9.99.
008000  01  DL-STATUS-TEXT               PIC X(12).
008100  01  DL-METHOD-TEXT               PIC X(08).
008200  01  DL-BEFORE-RECORD             PIC X(150).
008300  01  DL-OLD-RECORD                PIC X(150).
008400  01  DL-LIST-LINE.
008500      05  DL-LST-NUMBER            PIC 9(07).
008600      05  FILLER                   PIC X(01) VALUE SPACE.
008700      05  DL-LST-METHOD            PIC X(08).
008800      05  FILLER                   PIC X(01) VALUE SPACE.
008900      05  DL-LST-RUN               PIC 9(06).
009000      05  FILLER                   PIC X(01) VALUE SPACE.
009100      05  DL-LST-AMOUNT            PIC Z(8)9.99.
009200      05  FILLER                   PIC X(01) VALUE SPACE.
009300      05  DL-LST-STATUS            PIC X(12).
009400      05  FILLER                   PIC X(01) VALUE SPACE.
009500      05  DL-LST-DATE              PIC 9(08).
009600      05  FILLER                   PIC X(01) VALUE SPACE.
009700      05  DL-LST-LINK              PIC X(12).
009800*
009900  PROCEDURE DIVISION.
010000****************************************************************
010100*  0000-MAINLINE
010200****************************************************************
010300  0000-MAINLINE.
010400      PERFORM 0300-READ-SESSION
010500          THRU 0300-READ-SESSION-EXIT.
010600      MOVE SPACE TO DL-CHOICE.
010700      ACCEPT DL-TODAY FROM DATE YYYYMMDD.
010800      OPEN EXTEND CHANGE-LOG.
010900      IF DL-CHGLOG-FILE-STATUS = '35'
011000          OPEN OUTPUT CHANGE-LOG
011100          CLOSE CHANGE-LOG
011200          OPEN EXTEND CHANGE-LOG
011300      END-IF.
011400      IF DL-CHGLOG-FILE-STATUS NOT = '00'
011500          DISPLAY 'IMPOSSIBILE APRIRE CHGLOG - STATUS '
011600              DL-CHGLOG-FILE-STATUS
011700          MOVE 8 TO RETURN-CODE
011800          GOBACK
011900      END-IF.
012000      OPEN I-O CHEQUE-REGISTER.
012100      IF DL-CQ-FILE-STATUS NOT = '00'
012200          DISPLAY 'IMPOSSIBILE APRIRE CHQREG - STATUS '
012300              DL-CQ-FILE-STATUS
012400          CLOSE CHANGE-LOG
012500          MOVE 8 TO RETURN-CODE
012600          GOBACK
012700      END-IF.
012800      PERFORM 2000-ESEGUI THRU 2000-ESEGUI-EXIT
012900          UNTIL DL-CHOICE = 'F' OR DL-CHOICE = 'f'.
013000      CLOSE CHEQUE-REGISTER.
013100      CLOSE CHANGE-LOG.
013200      GOBACK.
013300****************************************************************
013400*  0300-READ-SESSION
013500*  PICKS THE OPERATOR ID AND AUTHORITY LEVEL UP FROM THE
013600*  ONE-RECORD OPERSESS FILE MENU WRITES AT SIGN-ON.  MISSING
013700*  FILE = IGNOTO, NO SUPERVISOR AUTHORITY.
013800****************************************************************
013900  0300-READ-SESSION.
014000      OPEN INPUT OPERATOR-SESSION.
014100      IF DL-SESS-FILE-STATUS NOT = '00'
014200          GO TO 0300-READ-SESSION-EXIT
014300      END-IF.
014400      READ OPERATOR-SESSION
014500          AT END
014600              CONTINUE
014700          NOT AT END
014800              MOVE OS-OPERATOR-ID TO DL-OPERATOR-ID
014900              MOVE OS-AUTH-LEVEL TO DL-AUTH-LEVEL
015000      END-READ.
015100      CLOSE OPERATOR-SESSION.
015200  0300-READ-SESSION-EXIT.
015300      EXIT.
015400****************************************************************
015500*  2000-ESEGUI
015600****************************************************************
015700  2000-ESEGUI.
015800      DISPLAY ' '.
015900      DISPLAY 'REGISTRO ASSEGNI E BUONI DI CASSA'.
016000      DISPLAY '  E) CONSEGNATO AL DIPENDENTE'.
016100      DISPLAY '  I) INCASSATO / PAGATO IN CONTANTI'.
016200      DISPLAY '  A) ANNULLA (SUPERVISORE)'.
016300      DISPLAY '  V) VISUALIZZA UN PAGAMENTO'.
016400      DISPLAY '  L) PAGAMENTI DI UN DIPENDENTE'.
016500      DISPLAY '  F) FINE'.
016600      DISPLAY 'SCELTA?'.
016700      ACCEPT DL-CHOICE.
016800      EVALUATE DL-CHOICE
016900          WHEN 'E'
017000          WHEN 'e'
017100              PERFORM 3000-MARK-ISSUED THRU 3000-MARK-ISSUED-EXIT
017200          WHEN 'I'
017300          WHEN 'i'
017400              PERFORM 4000-MARK-CASHED THRU 4000-MARK-CASHED-EXIT
017500          WHEN 'A'
017600          WHEN 'a'
017700              PERFORM 5000-VOID-PAYMENT
017800                  THRU 5000-VOID-PAYMENT-EXIT
017900          WHEN 'V'
018000          WHEN 'v'
018100              PERFORM 3100-READ-PAYMENT
018200                  THRU 3100-READ-PAYMENT-EXIT
018300          WHEN 'L'
018400          WHEN 'l'
018500              PERFORM 3500-LIST-PAYMENTS
018600                  THRU 3500-LIST-PAYMENTS-EXIT
018700          WHEN 'F'
018800          WHEN 'f'
018900              CONTINUE
019000          WHEN OTHER
019100              DISPLAY 'SCELTA NON VALIDA'
019200      END-EVALUATE.
019300  2000-ESEGUI-EXIT.
019400      EXIT.
019500****************************************************************
019600*  3000-MARK-ISSUED
019700*  A PRINTED CHEQUE OR VOUCHER HANDED TO THE EMPLOYEE.
019800****************************************************************
019900  3000-MARK-ISSUED.
020000      PERFORM 3100-READ-PAYMENT THRU 3100-READ-PAYMENT-EXIT.
020100      IF NOT DL-PAY-FOUND
020200          GO TO 3000-MARK-ISSUED-EXIT
020300      END-IF.
020400      IF NOT CQ-PRINTED
020500          DISPLAY 'SOLO UN PAGAMENTO STAMPATO PUO'' ESSERE '
020600              'CONSEGNATO'
020700          GO TO 3000-MARK-ISSUED-EXIT
020800      END-IF.
020900      MOVE CHEQUE-REGISTER-RECORD TO DL-BEFORE-RECORD.
021000      MOVE 'E' TO CQ-STATUS.
021100      PERFORM 7000-REWRITE-STATUS THRU 7000-REWRITE-STATUS-EXIT.
021200  3000-MARK-ISSUED-EXIT.
021300      EXIT.
021400****************************************************************
021500*  3100-READ-PAYMENT
021600*  ASKS FOR THE NUMBER, READS THE PAYMENT AND SHOWS IT.  ONE OF
021700*  A COMPANY THE OPERATOR MAY NOT WORK ON IS NOT FOUND.
021800****************************************************************
021900  3100-READ-PAYMENT.
022000      MOVE 'N' TO DL-PAY-FOUND-SW.
022100      PERFORM 8200-ACCEPT-NUMBER THRU 8200-ACCEPT-NUMBER-EXIT.
022200      IF DL-PAY-NUMBER = 0
022300          GO TO 3100-READ-PAYMENT-EXIT
022400      END-IF.
022500      MOVE DL-PAY-NUMBER TO CQ-NUMBER.
022600      READ CHEQUE-REGISTER
022700          INVALID KEY
022800              DISPLAY 'PAGAMENTO N. ' DL-PAY-NUMBER ' NON TROVATO'
022900              GO TO 3100-READ-PAYMENT-EXIT
023000      END-READ.
023100      CALL 'COMPAUTH' USING CQ-COMPANY DL-AUTH-RESULT.
023200      IF DL-AUTH-RESULT NOT = 0
023300          DISPLAY 'PAGAMENTO DI AZIENDA ' CQ-COMPANY
023400              ' NON AUTORIZZATA PER L''OPERATORE'
023500          GO TO 3100-READ-PAYMENT-EXIT
023600      END-IF.
023700      PERFORM 3200-SHOW-PAYMENT THRU 3200-SHOW-PAYMENT-EXIT.
023800      MOVE 'Y' TO DL-PAY-FOUND-SW.
023900  3100-READ-PAYMENT-EXIT.
024000      EXIT.
024100****************************************************************
024200*  3200-SHOW-PAYMENT
024300****************************************************************
024400  3200-SHOW-PAYMENT.
024500      PERFORM 8800-DESCRIBE THRU 8800-DESCRIBE-EXIT.
024600      MOVE CQ-AMOUNT TO DL-ED-AMOUNT.
024700      DISPLAY DL-METHOD-TEXT ' N. ' CQ-NUMBER '  AZIENDA '
024800          CQ-COMPANY '  RUN ' CQ-RUN-NUMBER '  PERIODO AL '
024900          CQ-PERIOD-END.
025000      DISPLAY '  A ' CQ-NOME ' (' CQ-MATRICOLA ')  EURO '
025100          DL-ED-AMOUNT.
025200      DISPLAY '  CAUSALE   : ' CQ-REASON.
025300      DISPLAY '  STATO     : ' DL-STATUS-TEXT ' DAL '
025400          CQ-STATUS-DATE ' (' CQ-STATUS-OPERATOR ')'.
025500      DISPLAY '  CREATO IL : ' CQ-CREATE-DATE
025600          '  STAMPATO IL ' CQ-PRINT-DATE.
025700      IF CQ-REPLACES NOT = 0
025800          DISPLAY '  SOSTITUISCE IL N. ' CQ-REPLACES
025900      END-IF.
026000      IF CQ-REPLACED-BY NOT = 0
026100          DISPLAY '  SOSTITUITO DAL N. ' CQ-REPLACED-BY
026200      END-IF.
026300  3200-SHOW-PAYMENT-EXIT.
026400      EXIT.
026500****************************************************************
026600*  3500-LIST-PAYMENTS
026700*  EVERY PAYMENT OF ONE EMPLOYEE, IN NUMBER ORDER.
026800****************************************************************
026900  3500-LIST-PAYMENTS.
027000      DISPLAY 'MATRICOLA (5 CARATTERI)?'.
027100      MOVE SPACES TO DL-NEW-MATRICOLA.
027200      ACCEPT DL-NEW-MATRICOLA.
027300      IF DL-NEW-MATRICOLA = SPACES
027400          DISPLAY 'LA MATRICOLA NON PUO'' ESSERE VUOTA'
027500          GO TO 3500-LIST-PAYMENTS-EXIT
027600      END-IF.
027700      MOVE 0 TO DL-LIST-COUNT.
027800      MOVE 'N' TO DL-EOF-SW.
027900      MOVE 0 TO CQ-NUMBER.
028000      START CHEQUE-REGISTER KEY NOT < CQ-NUMBER
028100          INVALID KEY
028200              MOVE 'Y' TO DL-EOF-SW
028300      END-START.
028400      DISPLAY 'NUMERO  TIPO     RUN         IMPORTO '
028500          'STATO        DATA     COLLEGATO'.
028600      PERFORM 3510-LIST-ONE THRU 3510-LIST-ONE-EXIT
028700          UNTIL DL-END-OF-REGISTER.
028800      IF DL-LIST-COUNT = 0
028900          DISPLAY 'NESSUN PAGAMENTO PER LA MATRICOLA '
029000              DL-NEW-MATRICOLA
029100      END-IF.
029200  3500-LIST-PAYMENTS-EXIT.
029300      EXIT.
029400  3510-LIST-ONE.
029500      READ CHEQUE-REGISTER NEXT RECORD
029600          AT END
029700              MOVE 'Y' TO DL-EOF-SW
029800              GO TO 3510-LIST-ONE-EXIT
029900      END-READ.
030000      IF CQ-MATRICOLA NOT = DL-NEW-MATRICOLA
030100          GO TO 3510-LIST-ONE-EXIT
030200      END-IF.
030300      CALL 'COMPAUTH' USING CQ-COMPANY DL-AUTH-RESULT.
030400      IF DL-AUTH-RESULT NOT = 0
030500          GO TO 3510-LIST-ONE-EXIT
030600      END-IF.
030700      PERFORM 8800-DESCRIBE THRU 8800-DESCRIBE-EXIT.
030800      MOVE CQ-NUMBER TO DL-LST-NUMBER.
030900      MOVE DL-METHOD-TEXT TO DL-LST-METHOD.
031000      MOVE CQ-RUN-NUMBER TO DL-LST-RUN.
031100      MOVE CQ-AMOUNT TO DL-LST-AMOUNT.
031200      MOVE DL-STATUS-TEXT TO DL-LST-STATUS.
031300      MOVE CQ-STATUS-DATE TO DL-LST-DATE.
031400      MOVE SPACES TO DL-LST-LINK.
031500      IF CQ-REPLACES NOT = 0
031600          STRING 'SOST. ' CQ-REPLACES DELIMITED BY SIZE
031700              INTO DL-LST-LINK
031800      END-IF.
031900      IF CQ-REPLACED-BY NOT = 0
032000          STRING 'DA ' CQ-REPLACED-BY DELIMITED BY SIZE
032100              INTO DL-LST-LINK
032200      END-IF.
032300      DISPLAY DL-LIST-LINE.
032400      ADD 1 TO DL-LIST-COUNT.
032500  3510-LIST-ONE-EXIT.
032600      EXIT.
032700****************************************************************
032800*  4000-MARK-CASHED
032900*  THE CHEQUE HAS CLEARED, OR THE VOUCHER'S CASH HAS BEEN PAID.
033000*  A PRINTED PAYMENT NEVER MARKED ISSUED IS ACCEPTED TOO.
033100****************************************************************
033200  4000-MARK-CASHED.
033300      PERFORM 3100-READ-PAYMENT THRU 3100-READ-PAYMENT-EXIT.
033400      IF NOT DL-PAY-FOUND
033500          GO TO 4000-MARK-CASHED-EXIT
033600      END-IF.
033700      IF NOT CQ-OUTSTANDING
033800          DISPLAY 'SOLO UN PAGAMENTO STAMPATO O CONSEGNATO PUO'' '
033900              'ESSERE INCASSATO'
034000          GO TO 4000-MARK-CASHED-EXIT
034100      END-IF.
034200      MOVE CHEQUE-REGISTER-RECORD TO DL-BEFORE-RECORD.
034300      MOVE 'I' TO CQ-STATUS.
034400      PERFORM 7000-REWRITE-STATUS THRU 7000-REWRITE-STATUS-EXIT.
034500  4000-MARK-CASHED-EXIT.
034600      EXIT.
034700****************************************************************
034800*  5000-VOID-PAYMENT
034900*  SUPERVISOR ONLY.  A PAYMENT NOT YET CASHED IS VOIDED; IF THE
035000*  EMPLOYEE IS STILL TO BE PAID, A REPLACEMENT FOR THE SAME
035100*  AMOUNT IS WRITTEN UNDER THE NEXT NUMBER, STATUS TO PRINT.
035200****************************************************************
035300  5000-VOID-PAYMENT.
035400      IF NOT DL-OPER-SUPER
035500          DISPLAY 'AUTORIZZAZIONE INSUFFICIENTE - '
035600              'FUNZIONE RISERVATA AL SUPERVISORE'
035700          GO TO 5000-VOID-PAYMENT-EXIT
035800      END-IF.
035900      PERFORM 3100-READ-PAYMENT THRU 3100-READ-PAYMENT-EXIT.
036000      IF NOT DL-PAY-FOUND
036100          GO TO 5000-VOID-PAYMENT-EXIT
036200      END-IF.
036300      IF CQ-CASHED OR CQ-VOIDED
036400          DISPLAY 'PAGAMENTO GIA'' ' DL-STATUS-TEXT
036500              ' - NON ANNULLABILE'
036600          GO TO 5000-VOID-PAYMENT-EXIT
036700      END-IF.
036800      DISPLAY 'CONFERMI L''ANNULLAMENTO (S/N)?'.
036900      MOVE SPACE TO DL-ANSWER.
037000      ACCEPT DL-ANSWER.
037100      IF DL-ANSWER NOT = 'S' AND DL-ANSWER NOT = 's'
037200          DISPLAY 'ANNULLAMENTO NON ESEGUITO'
037300          GO TO 5000-VOID-PAYMENT-EXIT
037400      END-IF.
037500      MOVE CHEQUE-REGISTER-RECORD TO DL-BEFORE-RECORD.
037600      MOVE 'A' TO CQ-STATUS.
037700      PERFORM 7000-REWRITE-STATUS THRU 7000-REWRITE-STATUS-EXIT.
037800      IF NOT CQ-VOIDED
037900          GO TO 5000-VOID-PAYMENT-EXIT
038000      END-IF.
038100      DISPLAY 'EMETTERE UN PAGAMENTO SOSTITUTIVO (S/N)?'.
038200      MOVE SPACE TO DL-ANSWER.
038300      ACCEPT DL-ANSWER.
038400      IF DL-ANSWER = 'S' OR DL-ANSWER = 's'
038500          PERFORM 5100-ADD-REPLACEMENT
038600              THRU 5100-ADD-REPLACEMENT-EXIT
038700      END-IF.
038800  5000-VOID-PAYMENT-EXIT.
038900      EXIT.
039000****************************************************************
039100*  5100-ADD-REPLACEMENT
039200*  THE VOIDED RECORD, COPIED UNDER THE NEXT NUMBER OF THE
039300*  SEQUENCE; THE VOIDED ONE THEN POINTS AT IT.
039400****************************************************************
039500  5100-ADD-REPLACEMENT.
039600      MOVE CHEQUE-REGISTER-RECORD TO DL-OLD-RECORD.
039700      MOVE CQ-NUMBER TO DL-PAY-NUMBER.
039800      PERFORM 8600-FIND-LAST-NUMBER
039900          THRU 8600-FIND-LAST-NUMBER-EXIT.
040000      MOVE DL-OLD-RECORD TO CHEQUE-REGISTER-RECORD.
040100      ADD 1 TO DL-LAST-NUMBER.
040200      MOVE DL-LAST-NUMBER TO CQ-NUMBER.
040300      MOVE 'N' TO CQ-STATUS.
040400      MOVE DL-TODAY TO CQ-CREATE-DATE.
040500      MOVE 0 TO CQ-PRINT-DATE.
040600      MOVE DL-TODAY TO CQ-STATUS-DATE.
040700      MOVE DL-OPERATOR-ID TO CQ-STATUS-OPERATOR.
040800      MOVE DL-PAY-NUMBER TO CQ-REPLACES.
040900      MOVE 0 TO CQ-REPLACED-BY.
041000      WRITE CHEQUE-REGISTER-RECORD
041100          INVALID KEY
041200              DISPLAY 'SCRITTURA CHQREG FALLITA - STATUS '
041300                  DL-CQ-FILE-STATUS
041400              GO TO 5100-ADD-REPLACEMENT-EXIT
041500      END-WRITE.
041600      MOVE 'A' TO CG-ACTION.
041700      MOVE CQ-MATRICOLA TO CG-MATRICOLA.
041800      MOVE SPACES TO CG-BEFORE-IMAGE.
041900      MOVE CHEQUE-REGISTER-RECORD TO CG-AFTER-IMAGE.
042000      PERFORM 6000-WRITE-CHANGE-LOG
042100          THRU 6000-WRITE-CHANGE-LOG-EXIT.
042200      DISPLAY 'PAGAMENTO SOSTITUTIVO N. ' CQ-NUMBER
042300          ' REGISTRATO - SARA'' STAMPATO DAL PROSSIMO CHQPAY'.
042400      MOVE DL-PAY-NUMBER TO CQ-NUMBER.
042500      READ CHEQUE-REGISTER
042600          INVALID KEY
042700              DISPLAY 'PAGAMENTO N. ' DL-PAY-NUMBER ' NON TROVATO'
042800              GO TO 5100-ADD-REPLACEMENT-EXIT
042900      END-READ.
043000      MOVE CHEQUE-REGISTER-RECORD TO DL-BEFORE-RECORD.
043100      MOVE DL-LAST-NUMBER TO CQ-REPLACED-BY.
043200      REWRITE CHEQUE-REGISTER-RECORD
043300          INVALID KEY
043400              DISPLAY 'RISCRITTURA CHQREG FALLITA - STATUS '
043500                  DL-CQ-FILE-STATUS
043600              GO TO 5100-ADD-REPLACEMENT-EXIT
043700      END-REWRITE.
043800      MOVE 'C' TO CG-ACTION.
043900      MOVE CQ-MATRICOLA TO CG-MATRICOLA.
044000      MOVE DL-BEFORE-RECORD TO CG-BEFORE-IMAGE.
044100      MOVE CHEQUE-REGISTER-RECORD TO CG-AFTER-IMAGE.
044200      PERFORM 6000-WRITE-CHANGE-LOG
044300          THRU 6000-WRITE-CHANGE-LOG-EXIT.
044400  5100-ADD-REPLACEMENT-EXIT.
044500      EXIT.
044600****************************************************************
044700*  6000-WRITE-CHANGE-LOG
044800*  STAMPS AND WRITES THE CHANGE-LOG RECORD SET UP BY THE CALLER.
044900****************************************************************
045000  6000-WRITE-CHANGE-LOG.
045100      ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD.
045200      ACCEPT CG-RUN-TIME FROM TIME.
045300      MOVE DL-OPERATOR-ID TO CG-OPERATOR-ID.
045400      WRITE CHANGE-LOG-RECORD.
045500  6000-WRITE-CHANGE-LOG-EXIT.
045600      EXIT.
045700****************************************************************
045800*  7000-REWRITE-STATUS
045900*  THE NEW CQ-STATUS, STAMPED WITH TODAY AND THE OPERATOR, BACK
046000*  TO THE REGISTER AND TO CHGLOG.  THE CALLER HAS SAVED THE OLD
046100*  RECORD IN DL-BEFORE-RECORD.  ON A FAILED REWRITE THE RECORD
046200*  IS READ BACK, SO THE CALLER SEES THE STATUS UNCHANGED.
046300****************************************************************
046400  7000-REWRITE-STATUS.
046500      MOVE DL-TODAY TO CQ-STATUS-DATE.
046600      MOVE DL-OPERATOR-ID TO CQ-STATUS-OPERATOR.
046700      REWRITE CHEQUE-REGISTER-RECORD
046800          INVALID KEY
046900              DISPLAY 'RISCRITTURA CHQREG FALLITA - STATUS '
047000                  DL-CQ-FILE-STATUS
047100              MOVE DL-BEFORE-RECORD TO CHEQUE-REGISTER-RECORD
047200              GO TO 7000-REWRITE-STATUS-EXIT
047300      END-REWRITE.
047400      MOVE 'C' TO CG-ACTION.
047500      MOVE CQ-MATRICOLA TO CG-MATRICOLA.
047600      MOVE DL-BEFORE-RECORD TO CG-BEFORE-IMAGE.
047700      MOVE CHEQUE-REGISTER-RECORD TO CG-AFTER-IMAGE.
047800      PERFORM 6000-WRITE-CHANGE-LOG
047900          THRU 6000-WRITE-CHANGE-LOG-EXIT.
048000      PERFORM 8800-DESCRIBE THRU 8800-DESCRIBE-EXIT.
048100      DISPLAY DL-METHOD-TEXT ' N. ' CQ-NUMBER ' ORA '
048200          DL-STATUS-TEXT.
048300  7000-REWRITE-STATUS-EXIT.
048400      EXIT.
048500****************************************************************
048600*  8200-ACCEPT-NUMBER
048700*  THE PAYMENT NUMBER, UP TO 7 DIGITS, INTO DL-PAY-NUMBER.  AN
048800*  EMPTY OR INVALID ENTRY LEAVES IT ZERO.
048900****************************************************************
049000  8200-ACCEPT-NUMBER.
049100      MOVE 0 TO DL-PAY-NUMBER.
049200      DISPLAY 'NUMERO ASSEGNO / BUONO?'.
049300      MOVE SPACES TO DL-BUFFER.
049400      ACCEPT DL-BUFFER.
049500      PERFORM 8220-FIND-ENTRY-LENGTH
049600          THRU 8220-FIND-ENTRY-LENGTH-EXIT.
049700      IF DL-ENTRY-LEN = 0 OR DL-ENTRY-LEN > 7
049800          DISPLAY 'NUMERO NON VALIDO - INSERISCI DA 1 A 7 CIFRE'
049900          GO TO 8200-ACCEPT-NUMBER-EXIT
050000      END-IF.
050100      MOVE ZEROES TO DL-NUM-X.
050200      MOVE DL-BUFFER(1:DL-ENTRY-LEN)
050300          TO DL-NUM-X(8 - DL-ENTRY-LEN:DL-ENTRY-LEN).
050400      IF DL-NUM-X NOT NUMERIC
050500          DISPLAY 'NUMERO NON VALIDO - INSERISCI SOLO CIFRE'
050600          GO TO 8200-ACCEPT-NUMBER-EXIT
050700      END-IF.
050800      MOVE DL-NUM-IN TO DL-PAY-NUMBER.
050900  8200-ACCEPT-NUMBER-EXIT.
051000      EXIT.
051100  8220-FIND-ENTRY-LENGTH.
051200      MOVE 0 TO DL-ENTRY-LEN.
051300      PERFORM 8230-CHECK-ONE-CHAR
051400          THRU 8230-CHECK-ONE-CHAR-EXIT
051500          VARYING DL-SCAN FROM 10 BY -1
051600          UNTIL DL-SCAN < 1 OR DL-ENTRY-LEN > 0.
051700  8220-FIND-ENTRY-LENGTH-EXIT.
051800      EXIT.
051900  8230-CHECK-ONE-CHAR.
052000      IF DL-BUFFER(DL-SCAN:1) NOT = SPACE
052100          MOVE DL-SCAN TO DL-ENTRY-LEN
052200      END-IF.
052300  8230-CHECK-ONE-CHAR-EXIT.
052400      EXIT.
052500****************************************************************
052600*  8600-FIND-LAST-NUMBER
052700*  THE HIGHEST NUMBER ON THE REGISTER, THE SAME SCAN CHQPAY
052800*  MAKES: NUMBERS ARE NEVER REUSED.
052900****************************************************************
053000  8600-FIND-LAST-NUMBER.
053100      MOVE 0 TO DL-LAST-NUMBER.
053200      MOVE 'N' TO DL-EOF-SW.
053300      MOVE 0 TO CQ-NUMBER.
053400      START CHEQUE-REGISTER KEY NOT < CQ-NUMBER
053500          INVALID KEY
053600              MOVE 'Y' TO DL-EOF-SW
053700      END-START.
053800      PERFORM 8610-CHECK-ONE-NUMBER
053900          THRU 8610-CHECK-ONE-NUMBER-EXIT
054000          UNTIL DL-END-OF-REGISTER.
054100  8600-FIND-LAST-NUMBER-EXIT.
054200      EXIT.
054300  8610-CHECK-ONE-NUMBER.
054400      READ CHEQUE-REGISTER NEXT RECORD
054500          AT END
054600              MOVE 'Y' TO DL-EOF-SW
054700              GO TO 8610-CHECK-ONE-NUMBER-EXIT
054800      END-READ.
054900      IF CQ-NUMBER > DL-LAST-NUMBER
055000          MOVE CQ-NUMBER TO DL-LAST-NUMBER
055100      END-IF.
055200  8610-CHECK-ONE-NUMBER-EXIT.
055300      EXIT.
055400****************************************************************
055500*  8800-DESCRIBE
055600*  DL-METHOD-TEXT AND DL-STATUS-TEXT FOR THE CURRENT RECORD.
055700****************************************************************
055800  8800-DESCRIBE.
055900      IF CQ-CASH
056000          MOVE 'BUONO' TO DL-METHOD-TEXT
056100      ELSE
056200          MOVE 'ASSEGNO' TO DL-METHOD-TEXT
056300      END-IF.
056400      EVALUATE TRUE
056500          WHEN CQ-TO-PRINT
056600              MOVE 'DA STAMPARE' TO DL-STATUS-TEXT
056700          WHEN CQ-PRINTED
056800              MOVE 'STAMPATO' TO DL-STATUS-TEXT
056900          WHEN CQ-ISSUED
057000              MOVE 'CONSEGNATO' TO DL-STATUS-TEXT
057100          WHEN CQ-CASHED
057200              MOVE 'INCASSATO' TO DL-STATUS-TEXT
057300          WHEN CQ-VOIDED
057400              MOVE 'ANNULLATO' TO DL-STATUS-TEXT
057500          WHEN OTHER
057600              MOVE 'SCONOSCIUTO' TO DL-STATUS-TEXT
057700      END-EVALUATE.
057800  8800-DESCRIBE-EXIT.
057900      EXIT.
