000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COMPMNT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  COMPMNT
000900*  COMPANY REFERENCE MAINTENANCE, CALLED FROM MENU (OPTION H,
001000*  MASTER AUTHORITY).  LETS AN OPERATOR ADD A CLIENT COMPANY,
001100*  CHANGE ITS LEGAL NAME, TAX CODE, DEBTOR IBAN OR GL COMPANY,
001200*  OR DEACTIVATE/REACTIVATE IT (CODES ARE NEVER DELETED - OLD
001300*  RUNS AND THE EMPLOYEES STILL POINT AT THEM).  THE DEBTOR
001400*  IBAN GOES THROUGH IBANCHK LIKE EVERY OTHER IBAN WE STORE; A
001500*  BLANK ONE MEANS THE BANK FILES KEEP THE PAYPARM DEBTOR.  AN
001600*  OPERATOR LIMITED TO SOME COMPANIES (OP-COMPANIES) MAY ONLY
001700*  TOUCH THOSE - CHECKED THROUGH COMPAUTH.  EVERY CHANGE IS
001800*  LOGGED TO CHGLOG (KEY CO PLUS THE CODE) WITH BEFORE/AFTER
001900*  IMAGES AND THE OPERSESS OPERATOR ID, THE SAME PATTERN AS
002000*  CCMNT.
002100*  MOD HISTORY
002200*  15/10/2026 LG  NEW.
002300****************************************************************
002400  ENVIRONMENT DIVISION.
002500  CONFIGURATION SECTION.
002600  SOURCE-COMPUTER. IBM-PC.
002700  OBJECT-COMPUTER. IBM-PC.
002800  INPUT-OUTPUT SECTION.
002900  FILE-CONTROL.
003000      SELECT COMPANY-FILE ASSIGN TO "COMPREF"
003100          ORGANIZATION INDEXED
003200          ACCESS MODE DYNAMIC
003300          RECORD KEY CO-CODE
003400          FILE STATUS IS DL-CO-FILE-STATUS.
003500      SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
003600          ORGANIZATION LINE SEQUENTIAL
003700          FILE STATUS IS DL-CHGLOG-FILE-STATUS.
003800      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
003900          ORGANIZATION LINE SEQUENTIAL
004000          FILE STATUS IS DL-SESS-FILE-STATUS.
004100*
004200  DATA DIVISION.
004300  FILE SECTION.
004400  FD  COMPANY-FILE.
004500  COPY COMPREF.
004600  FD  CHANGE-LOG.
004700  COPY CHGLOG.
004800  FD  OPERATOR-SESSION.
004900  COPY OPRSESS.
005000*
005100  WORKING-STORAGE SECTION.
005200  01  DL-CO-FILE-STATUS            PIC X(02).
005300  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
005400  01  DL-SESS-FILE-STATUS          PIC X(02).
005500  01  DL-OPERATOR-ID               PIC X(08) VALUE 'IGNOTO'.
005600  01  DL-CHOICE                    PIC X(01).
005700  01  DL-FOUND-SW                  PIC X(01).
005800      88  DL-CODE-FOUND                       VALUE 'Y'.
005900  01  DL-VALID-SW                  PIC X(01).
006000  01  DL-KEEP-SW                   PIC X(01).
006100      88  DL-KEEP-CURRENT                     VALUE 'Y'.
006200  01  DL-NEW-CODE                  PIC X(02).
006300  01  DL-NEW-NAME                  PIC X(30).
006400  01  DL-NEW-TAX-CODE              PIC X(16).
006500  01  DL-NEW-IBAN                  PIC X(27).
006600  01  DL-NEW-GL-COMPANY            PIC X(04).
006700  01  DL-IBAN-RESULT               PIC 9(01).
006800  01  DL-IBAN-MESSAGE              PIC X(32).
006900  01  DL-AUTH-RESULT               PIC 9(01).
007000*
007100  PROCEDURE DIVISION.
007200****************************************************************
007300*  0000-MAINLINE
007400****************************************************************
007500  0000-MAINLINE.
007600      PERFORM 0300-READ-SESSION
007700          THRU 0300-READ-SESSION-EXIT.
007800      MOVE SPACE TO DL-CHOICE.
007900      OPEN EXTEND CHANGE-LOG.
008000      IF DL-CHGLOG-FILE-STATUS = '35'
008100          OPEN OUTPUT CHANGE-LOG
008200          CLOSE CHANGE-LOG
008300          OPEN EXTEND CHANGE-LOG
008400      END-IF.
008500      IF DL-CHGLOG-FILE-STATUS NOT = '00'
008600          DISPLAY 'IMPOSSIBILE APRIRE CHGLOG - STATUS '
008700              DL-CHGLOG-FILE-STATUS
008800          MOVE 8 TO RETURN-CODE
008900          GOBACK
009000      END-IF.
009100      OPEN I-O COMPANY-FILE.
009200      IF DL-CO-FILE-STATUS = '35'
009300          OPEN OUTPUT COMPANY-FILE
009400          CLOSE COMPANY-FILE
009500          OPEN I-O COMPANY-FILE
009600      END-IF.
009700      IF DL-CO-FILE-STATUS NOT = '00'
009800          DISPLAY 'IMPOSSIBILE APRIRE COMPREF - STATUS '
009900              DL-CO-FILE-STATUS
010000          CLOSE CHANGE-LOG
010100          MOVE 8 TO RETURN-CODE
010200          GOBACK
010300      END-IF.
010400      PERFORM 2000-ESEGUI THRU 2000-ESEGUI-EXIT
010500          UNTIL DL-CHOICE = 'F' OR DL-CHOICE = 'f'.
010600      CLOSE COMPANY-FILE.
010700      CLOSE CHANGE-LOG.
010800      GOBACK.
010900****************************************************************
011000*  0300-READ-SESSION
011100*  PICKS THE OPERATOR ID UP FROM THE ONE-RECORD OPERSESS FILE
011200*  MENU WRITES AT SIGN-ON.  MISSING FILE = IGNOTO.
011300****************************************************************
011400  0300-READ-SESSION.
011500      OPEN INPUT OPERATOR-SESSION.
011600      IF DL-SESS-FILE-STATUS NOT = '00'
011700          GO TO 0300-READ-SESSION-EXIT
011800      END-IF.
011900      READ OPERATOR-SESSION
012000          AT END
012100              CONTINUE
012200          NOT AT END
012300              MOVE OS-OPERATOR-ID TO DL-OPERATOR-ID
012400      END-READ.
012500      CLOSE OPERATOR-SESSION.
012600  0300-READ-SESSION-EXIT.
012700      EXIT.
012800****************************************************************
012900*  2000-ESEGUI
013000****************************************************************
013100  2000-ESEGUI.
013200      DISPLAY ' '.
013300      DISPLAY 'ANAGRAFICA AZIENDE'.
013400      DISPLAY '  A) AGGIUNGI AZIENDA'.
013500      DISPLAY '  C) MODIFICA AZIENDA'.
013600      DISPLAY '  D) DISATTIVA AZIENDA'.
013700      DISPLAY '  R) RIATTIVA AZIENDA'.
013800      DISPLAY '  F) FINE'.
013900      DISPLAY 'SCELTA?'.
014000      ACCEPT DL-CHOICE.
014100      EVALUATE DL-CHOICE
014200          WHEN 'A'
014300          WHEN 'a'
014400              PERFORM 3000-ADD-COMPANY
014500                  THRU 3000-ADD-COMPANY-EXIT
014600          WHEN 'C'
014700          WHEN 'c'
014800              PERFORM 4000-CHANGE-COMPANY
014900                  THRU 4000-CHANGE-COMPANY-EXIT
015000          WHEN 'D'
015100          WHEN 'd'
015200              PERFORM 5000-SET-STATUS THRU 5000-SET-STATUS-EXIT
015300          WHEN 'R'
015400          WHEN 'r'
015500              PERFORM 5000-SET-STATUS THRU 5000-SET-STATUS-EXIT
015600          WHEN 'F'
015700          WHEN 'f'
015800              CONTINUE
015900          WHEN OTHER
016000              DISPLAY 'SCELTA NON VALIDA'
016100      END-EVALUATE.
016200  2000-ESEGUI-EXIT.
016300      EXIT.
016400****************************************************************
016500*  3000-ADD-COMPANY
016600*  EVERY FIELD IS KEYED; ONLY THE DEBTOR IBAN MAY STAY BLANK.
016700****************************************************************
016800  3000-ADD-COMPANY.
016900      MOVE 'N' TO DL-KEEP-SW.
017000      PERFORM 8100-ACCEPT-CODE THRU 8100-ACCEPT-CODE-EXIT.
017100      PERFORM 3200-CHECK-AUTHORITY THRU 3200-CHECK-AUTHORITY-EXIT.
017200      IF DL-AUTH-RESULT NOT = 0
017300          GO TO 3000-ADD-COMPANY-EXIT
017400      END-IF.
017500      PERFORM 3100-READ-BY-CODE THRU 3100-READ-BY-CODE-EXIT.
017600      IF DL-CODE-FOUND
017700          DISPLAY 'AZIENDA ' DL-NEW-CODE
017800              ' GIA'' PRESENTE - AGGIUNTA RIFIUTATA'
017900          GO TO 3000-ADD-COMPANY-EXIT
018000      END-IF.
018100      PERFORM 8200-ACCEPT-NAME THRU 8200-ACCEPT-NAME-EXIT.
018200      PERFORM 8300-ACCEPT-TAX-CODE THRU 8300-ACCEPT-TAX-CODE-EXIT.
018300      PERFORM 8400-ACCEPT-IBAN THRU 8400-ACCEPT-IBAN-EXIT.
018400      PERFORM 8500-ACCEPT-GL-COMPANY
018500          THRU 8500-ACCEPT-GL-COMPANY-EXIT.
018600      MOVE DL-NEW-CODE TO CO-CODE.
018700      MOVE DL-NEW-NAME TO CO-NAME.
018800      MOVE DL-NEW-TAX-CODE TO CO-TAX-CODE.
018900      MOVE DL-NEW-IBAN TO CO-DEBTOR-IBAN.
019000      MOVE DL-NEW-GL-COMPANY TO CO-GL-COMPANY.
019100      MOVE 'A' TO CO-STATUS.
019200      WRITE COMPANY-RECORD
019300          INVALID KEY
019400              DISPLAY 'AZIENDA ' DL-NEW-CODE
019500                  ' GIA'' PRESENTE - AGGIUNTA RIFIUTATA'
019600              GO TO 3000-ADD-COMPANY-EXIT
019700      END-WRITE.
019800      MOVE 'A' TO CG-ACTION.
019900      MOVE SPACES TO CG-BEFORE-IMAGE.
020000      MOVE COMPANY-RECORD TO CG-AFTER-IMAGE.
020100      PERFORM 6000-WRITE-CHANGE-LOG
020200          THRU 6000-WRITE-CHANGE-LOG-EXIT.
020300      DISPLAY 'AZIENDA ' DL-NEW-CODE ' AGGIUNTA'.
020400  3000-ADD-COMPANY-EXIT.
020500      EXIT.
020600****************************************************************
020700*  3100-READ-BY-CODE
020800****************************************************************
020900  3100-READ-BY-CODE.
021000      MOVE 'N' TO DL-FOUND-SW.
021100      MOVE DL-NEW-CODE TO CO-CODE.
021200      READ COMPANY-FILE
021300          INVALID KEY
021400              CONTINUE
021500          NOT INVALID KEY
021600              MOVE 'Y' TO DL-FOUND-SW
021700      END-READ.
021800  3100-READ-BY-CODE-EXIT.
021900      EXIT.
022000****************************************************************
022100*  3200-CHECK-AUTHORITY
022200*  AN OPERATOR LIMITED TO SOME COMPANIES MAY NOT ADD OR CHANGE
022300*  ANY OTHER ONE.
022400****************************************************************
022500  3200-CHECK-AUTHORITY.
022600      CALL 'COMPAUTH' USING DL-NEW-CODE DL-AUTH-RESULT.
022700      IF DL-AUTH-RESULT NOT = 0
022800          DISPLAY 'AZIENDA ' DL-NEW-CODE
022900              ' NON AUTORIZZATA PER L''OPERATORE'
023000      END-IF.
023100  3200-CHECK-AUTHORITY-EXIT.
023200      EXIT.
023300****************************************************************
023400*  4000-CHANGE-COMPANY
023500*  SHOWS THE RECORD AND ASKS EACH FIELD AGAIN; A BLANK ANSWER
023600*  KEEPS THE CURRENT VALUE.
023700****************************************************************
023800  4000-CHANGE-COMPANY.
023900      PERFORM 8100-ACCEPT-CODE THRU 8100-ACCEPT-CODE-EXIT.
024000      PERFORM 3200-CHECK-AUTHORITY THRU 3200-CHECK-AUTHORITY-EXIT.
024100      IF DL-AUTH-RESULT NOT = 0
024200          GO TO 4000-CHANGE-COMPANY-EXIT
024300      END-IF.
024400      PERFORM 3100-READ-BY-CODE THRU 3100-READ-BY-CODE-EXIT.
024500      IF NOT DL-CODE-FOUND
024600          DISPLAY 'AZIENDA ' DL-NEW-CODE ' NON TROVATA'
024700          GO TO 4000-CHANGE-COMPANY-EXIT
024800      END-IF.
024900      DISPLAY 'RAGIONE SOCIALE ATTUALE : ' CO-NAME.
025000      DISPLAY 'CODICE FISCALE ATTUALE  : ' CO-TAX-CODE.
025100      DISPLAY 'IBAN ADDEBITO ATTUALE   : ' CO-DEBTOR-IBAN.
025200      DISPLAY 'SOCIETA'' CO.GE. ATTUALE : ' CO-GL-COMPANY.
025300      DISPLAY 'INVIO = VALORE INVARIATO'.
025400      MOVE COMPANY-RECORD TO CG-BEFORE-IMAGE.
025500      MOVE 'Y' TO DL-KEEP-SW.
025600      PERFORM 8200-ACCEPT-NAME THRU 8200-ACCEPT-NAME-EXIT.
025700      IF DL-NEW-NAME NOT = SPACES
025800          MOVE DL-NEW-NAME TO CO-NAME
025900      END-IF.
026000      PERFORM 8300-ACCEPT-TAX-CODE THRU 8300-ACCEPT-TAX-CODE-EXIT.
026100      IF DL-NEW-TAX-CODE NOT = SPACES
026200          MOVE DL-NEW-TAX-CODE TO CO-TAX-CODE
026300      END-IF.
026400      PERFORM 8400-ACCEPT-IBAN THRU 8400-ACCEPT-IBAN-EXIT.
026500      IF DL-NEW-IBAN NOT = SPACES
026600          MOVE DL-NEW-IBAN TO CO-DEBTOR-IBAN
026700      END-IF.
026800      PERFORM 8500-ACCEPT-GL-COMPANY
026900          THRU 8500-ACCEPT-GL-COMPANY-EXIT.
027000      IF DL-NEW-GL-COMPANY NOT = SPACES
027100          MOVE DL-NEW-GL-COMPANY TO CO-GL-COMPANY
027200      END-IF.
027300      REWRITE COMPANY-RECORD
027400          INVALID KEY
027500              DISPLAY 'RISCRITTURA FALLITA - STATUS '
027600                  DL-CO-FILE-STATUS
027700              GO TO 4000-CHANGE-COMPANY-EXIT
027800      END-REWRITE.
027900      MOVE 'C' TO CG-ACTION.
028000      MOVE COMPANY-RECORD TO CG-AFTER-IMAGE.
028100      PERFORM 6000-WRITE-CHANGE-LOG
028200          THRU 6000-WRITE-CHANGE-LOG-EXIT.
028300      DISPLAY 'AZIENDA ' DL-NEW-CODE ' MODIFICATA'.
028400  4000-CHANGE-COMPANY-EXIT.
028500      EXIT.
028600****************************************************************
028700*  5000-SET-STATUS
028800*  D) FLIPS AN ACTIVE COMPANY TO INACTIVE, R) BACK TO ACTIVE,
028900*  BOTH LOGGED.  DL-CHOICE SAYS WHICH WAY.  AN INACTIVE
029000*  COMPANY CAN NO LONGER BE SELECTED FOR A RUN (RUNSEL).
029100****************************************************************
029200  5000-SET-STATUS.
029300      PERFORM 8100-ACCEPT-CODE THRU 8100-ACCEPT-CODE-EXIT.
029400      PERFORM 3200-CHECK-AUTHORITY THRU 3200-CHECK-AUTHORITY-EXIT.
029500      IF DL-AUTH-RESULT NOT = 0
029600          GO TO 5000-SET-STATUS-EXIT
029700      END-IF.
029800      PERFORM 3100-READ-BY-CODE THRU 3100-READ-BY-CODE-EXIT.
029900      IF NOT DL-CODE-FOUND
030000          DISPLAY 'AZIENDA ' DL-NEW-CODE ' NON TROVATA'
030100          GO TO 5000-SET-STATUS-EXIT
030200      END-IF.
030300      MOVE COMPANY-RECORD TO CG-BEFORE-IMAGE.
030400      IF DL-CHOICE = 'D' OR DL-CHOICE = 'd'
030500          MOVE 'I' TO CO-STATUS
030600      ELSE
030700          MOVE 'A' TO CO-STATUS
030800      END-IF.
030900      REWRITE COMPANY-RECORD
031000          INVALID KEY
031100              DISPLAY 'RISCRITTURA FALLITA - STATUS '
031200                  DL-CO-FILE-STATUS
031300              GO TO 5000-SET-STATUS-EXIT
031400      END-REWRITE.
031500      MOVE 'S' TO CG-ACTION.
031600      MOVE COMPANY-RECORD TO CG-AFTER-IMAGE.
031700      PERFORM 6000-WRITE-CHANGE-LOG
031800          THRU 6000-WRITE-CHANGE-LOG-EXIT.
031900      DISPLAY 'AZIENDA ' DL-NEW-CODE ' ORA IN STATO '
032000          CO-STATUS.
032100  5000-SET-STATUS-EXIT.
032200      EXIT.
032300****************************************************************
032400*  6000-WRITE-CHANGE-LOG
032500*  STAMPS AND APPENDS, THE SAME PATTERN AS CCMNT.  THE LOG KEY
032600*  IS CO FOLLOWED BY THE COMPANY CODE.
032700****************************************************************
032800  6000-WRITE-CHANGE-LOG.
032900      MOVE SPACES TO CG-MATRICOLA.
033000      STRING 'CO' DL-NEW-CODE DELIMITED BY SIZE
033100          INTO CG-MATRICOLA.
033200      ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD.
033300      ACCEPT CG-RUN-TIME FROM TIME.
033400      MOVE DL-OPERATOR-ID TO CG-OPERATOR-ID.
033500      WRITE CHANGE-LOG-RECORD.
033600  6000-WRITE-CHANGE-LOG-EXIT.
033700      EXIT.
033800****************************************************************
033900*  8100-ACCEPT-CODE THRU 8500-ACCEPT-GL-COMPANY
034000*  FIELD-LEVEL ACCEPT HELPERS, RE-PROMPTING UNTIL GOOD.  WITH
034100*  DL-KEEP-SW ON (THE CHANGE PATH) A BLANK ANSWER IS ACCEPTED
034200*  AND MEANS "LEAVE AS IT IS".
034300****************************************************************
034400  8100-ACCEPT-CODE.
034500      MOVE 'N' TO DL-VALID-SW.
034600      PERFORM 8110-GET-CODE THRU 8110-GET-CODE-EXIT
034700          UNTIL DL-VALID-SW = 'Y'.
034800  8100-ACCEPT-CODE-EXIT.
034900      EXIT.
035000  8110-GET-CODE.
035100      DISPLAY 'CODICE AZIENDA (2 CARATTERI)?'.
035200      MOVE SPACES TO DL-NEW-CODE.
035300      ACCEPT DL-NEW-CODE.
035400      IF DL-NEW-CODE(1:1) = SPACE OR DL-NEW-CODE(2:1) = SPACE
035500          DISPLAY 'IL CODICE DEVE AVERE 2 CARATTERI'
035600      ELSE
035700          MOVE 'Y' TO DL-VALID-SW
035800      END-IF.
035900  8110-GET-CODE-EXIT.
036000      EXIT.
036100  8200-ACCEPT-NAME.
036200      MOVE 'N' TO DL-VALID-SW.
036300      PERFORM 8210-GET-NAME THRU 8210-GET-NAME-EXIT
036400          UNTIL DL-VALID-SW = 'Y'.
036500  8200-ACCEPT-NAME-EXIT.
036600      EXIT.
036700  8210-GET-NAME.
036800      DISPLAY 'RAGIONE SOCIALE?'.
036900      MOVE SPACES TO DL-NEW-NAME.
037000      ACCEPT DL-NEW-NAME.
037100      IF DL-NEW-NAME = SPACES AND NOT DL-KEEP-CURRENT
037200          DISPLAY 'LA RAGIONE SOCIALE NON PUO'' ESSERE VUOTA'
037300      ELSE
037400          MOVE 'Y' TO DL-VALID-SW
037500      END-IF.
037600  8210-GET-NAME-EXIT.
037700      EXIT.
037800  8300-ACCEPT-TAX-CODE.
037900      MOVE 'N' TO DL-VALID-SW.
038000      PERFORM 8310-GET-TAX-CODE THRU 8310-GET-TAX-CODE-EXIT
038100          UNTIL DL-VALID-SW = 'Y'.
038200  8300-ACCEPT-TAX-CODE-EXIT.
038300      EXIT.
038400  8310-GET-TAX-CODE.
038500      DISPLAY 'CODICE FISCALE / PARTITA IVA?'.
038600      MOVE SPACES TO DL-NEW-TAX-CODE.
038700      ACCEPT DL-NEW-TAX-CODE.
038800      IF DL-NEW-TAX-CODE = SPACES AND NOT DL-KEEP-CURRENT
038900          DISPLAY 'IL CODICE FISCALE NON PUO'' ESSERE VUOTO'
039000      ELSE
039100          INSPECT DL-NEW-TAX-CODE CONVERTING
039200              'abcdefghijklmnopqrstuvwxyz'
039300              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
039400          MOVE 'Y' TO DL-VALID-SW
039500      END-IF.
039600  8310-GET-TAX-CODE-EXIT.
039700      EXIT.
039800  8400-ACCEPT-IBAN.
039900      MOVE 'N' TO DL-VALID-SW.
040000      PERFORM 8410-GET-IBAN THRU 8410-GET-IBAN-EXIT
040100          UNTIL DL-VALID-SW = 'Y'.
040200  8400-ACCEPT-IBAN-EXIT.
040300      EXIT.
040400  8410-GET-IBAN.
040500      DISPLAY 'IBAN DI ADDEBITO (INVIO = QUELLO DI PAYPARM)?'.
040600      MOVE SPACES TO DL-NEW-IBAN.
040700      ACCEPT DL-NEW-IBAN.
040800      IF DL-NEW-IBAN = SPACES
040900          MOVE 'Y' TO DL-VALID-SW
041000          GO TO 8410-GET-IBAN-EXIT
041100      END-IF.
041200      INSPECT DL-NEW-IBAN CONVERTING
041300          'abcdefghijklmnopqrstuvwxyz'
041400          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
041500      CALL 'IBANCHK' USING DL-NEW-IBAN DL-IBAN-RESULT
041600          DL-IBAN-MESSAGE.
041700      IF DL-IBAN-RESULT = 0
041800          MOVE 'Y' TO DL-VALID-SW
041900      ELSE
042000          DISPLAY 'IBAN NON VALIDO - ' DL-IBAN-MESSAGE
042100      END-IF.
042200  8410-GET-IBAN-EXIT.
042300      EXIT.
042400  8500-ACCEPT-GL-COMPANY.
042500      MOVE 'N' TO DL-VALID-SW.
042600      PERFORM 8510-GET-GL-COMPANY THRU 8510-GET-GL-COMPANY-EXIT
042700          UNTIL DL-VALID-SW = 'Y'.
042800  8500-ACCEPT-GL-COMPANY-EXIT.
042900      EXIT.
043000  8510-GET-GL-COMPANY.
043100      DISPLAY 'SOCIETA'' IN CONTABILITA'' GENERALE '
043200          '(4 CARATTERI)?'.
043300      MOVE SPACES TO DL-NEW-GL-COMPANY.
043400      ACCEPT DL-NEW-GL-COMPANY.
043500      IF DL-NEW-GL-COMPANY = SPACES AND NOT DL-KEEP-CURRENT
043600          DISPLAY 'LA SOCIETA'' CO.GE. NON PUO'' ESSERE VUOTA'
043700      ELSE
043800          MOVE 'Y' TO DL-VALID-SW
043900      END-IF.
044000  8510-GET-GL-COMPANY-EXIT.
044100      EXIT.
