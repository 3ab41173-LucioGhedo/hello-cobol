000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AGRMNT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  AGRMNT
000900*  DEDUCTION-AGREEMENT MAINTENANCE, CALLED FROM MENU.  LETS AN
001000*  OPERATOR SET UP A SALARY ADVANCE, A LOAN OR A GARNISHMENT
001100*  ORDER AGAINST AN EMPLOYEE (DEDAGR FILE, AGRREC.CPY), LIST
001200*  AN EMPLOYEE'S AGREEMENTS, CHANGE THE INSTALMENT OR THE CAP,
001300*  SUSPEND/REACTIVATE ONE, OR CLOSE ONE EARLY.  AGREEMENTS ARE
001400*  NEVER DELETED - THE PAYSLIP AND BANKPAY LOOK AT WHAT THE
001500*  LAST RUN TOOK.  PAYCALC TAKES THE INSTALMENTS AND KEEPS THE
001600*  BALANCE; THIS PROGRAM NEVER TOUCHES AG-BALANCE AFTER THE ADD.
001700*  EVERY CHANGE IS LOGGED TO CHGLOG UNDER THE MATRICOLA WITH
001800*  THE OPERSESS OPERATOR ID, THE SAME PATTERN AS CCMNT.  THE
001900*  IMAGES ARE THE AGREEMENT FROM AG-SEQ ON (THE MATRICOLA IS
002000*  ALREADY IN CG-MATRICOLA), WHICH KEEPS THEM INSIDE THE
002100*  EXISTING CHGLOG IMAGE SIZE.
002200*  MOD HISTORY
002300*  15/10/2026 LG  NEW.
002320*  15/10/2026 LG  THE CREDITOR IBAN IS NOW CHECKED BY IBANCHK
002340*                 (COUNTRY, LENGTH, MOD-97 CHECK DIGITS) AND ASKED
002360*                 FOR AGAIN UNTIL IT PASSES.
002370*  15/10/2026 LG  A MATRICOLA OF A COMPANY THE OPERATOR IS NOT
002380*                 ALLOWED TO RUN (COMPAUTH) IS REFUSED AT THE
002390*                 PROMPT, FOR EVERY ACTION.
002400****************************************************************
002500  ENVIRONMENT DIVISION.
002600  CONFIGURATION SECTION.
002700  SOURCE-COMPUTER. IBM-PC.
002800  OBJECT-COMPUTER. IBM-PC.
002900  INPUT-OUTPUT SECTION.
003000  FILE-CONTROL.
003100      SELECT AGREEMENT-FILE ASSIGN TO "DEDAGR"
003200          ORGANIZATION INDEXED
003300          ACCESS MODE DYNAMIC
003400          RECORD KEY AG-KEY
003500          FILE STATUS IS DL-AGR-FILE-STATUS.
003600      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
003700          ORGANIZATION INDEXED
003800          ACCESS MODE DYNAMIC
003900          RECORD KEY EMP-MATRICOLA
004000          FILE STATUS IS DL-FILE-STATUS.
004100      SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
004200          ORGANIZATION LINE SEQUENTIAL
004300          FILE STATUS IS DL-CHGLOG-FILE-STATUS.
004400      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
004500          ORGANIZATION LINE SEQUENTIAL
004600          FILE STATUS IS DL-SESS-FILE-STATUS.
004700*
004800  DATA DIVISION.
004900  FILE SECTION.
005000  FD  AGREEMENT-FILE.
005100  COPY AGRREC.
005200  FD  EMPLOYEE-MASTER.
005300  01  EMPLOYEE-MASTER-RECORD.
005400      COPY EMPREC.
005500      05  EMP-WORK-DAY            PIC 9(01).
005600  FD  CHANGE-LOG.
005700  COPY CHGLOG.
005800  FD  OPERATOR-SESSION.
005900  COPY OPRSESS.
006000*
006100  WORKING-STORAGE SECTION.
006200  01  DL-AGR-FILE-STATUS           PIC X(02).
006300  01  DL-FILE-STATUS               PIC X(02).
006400  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
006500  01  DL-SESS-FILE-STATUS          PIC X(02).
006600  01  DL-OPERATOR-ID               PIC X(08) VALUE 'IGNOTO'.
006700  01  DL-CHOICE                    PIC X(01).
006800  01  DL-FOUND-SW                  PIC X(01).
006900      88  DL-AGR-FOUND                        VALUE 'Y'.
007000  01  DL-EOF-SW                    PIC X(01).
007100      88  DL-END-OF-AGREEMENTS                VALUE 'Y'.
007200  01  DL-VALID-SW                  PIC X(01).
007300  01  DL-NEW-MATRICOLA             PIC X(05).
007400  01  DL-NEW-SEQ                   PIC 9(02).
007500  01  DL-LAST-SEQ                  PIC 9(02).
007600  01  DL-AGR-COUNT                 PIC 9(02).
007700  01  DL-NEW-TYPE                  PIC X(01).
007800  01  DL-NEW-DESC                  PIC X(20).
007900  01  DL-NEW-IBAN                  PIC X(27).
007930  01  DL-IBAN-RESULT               PIC 9(01).
007960  01  DL-IBAN-MESSAGE              PIC X(32).
008000  01  DL-NEW-AMOUNT                PIC 9(07)V99.
008100  01  DL-NEW-INSTALMENT            PIC 9(07)V99.
008200  01  DL-NEW-BALANCE               PIC 9(07)V99.
008300  01  DL-NEW-START-DATE            PIC 9(08).
008400  01  DL-NEW-PCT                   PIC 9(02).
008500  01  DL-PROMPT                    PIC X(40).
008600  01  DL-BUFFER                    PIC X(10).
008700  01  DL-BUFFER-CHECK              PIC X(09) JUSTIFIED RIGHT.
008800  01  DL-AMOUNT-X                  PIC X(09).
008900  01  DL-ENTRY-LEN                 PIC 9(02).
009000  01  DL-SCAN                      PIC 9(02).
009100  01  DL-AMOUNT-IN                 PIC 9(09).
009200  01  DL-AMOUNT-INR REDEFINES DL-AMOUNT-IN
009300                                   PIC 9(07)V99.
009400  01  DL-PCT-X                     PIC X(02).
009500  01  DL-PCT-IN REDEFINES DL-PCT-X PIC 9(02).
009550  01  DL-AUTH-RESULT               PIC 9(01).
009600  01  DL-LIST-LINE.
009700      05  DL-LST-SEQ               PIC 9(02).
009800      05  FILLER                   PIC X(01) VALUE SPACE.
009900      05  DL-LST-TYPE              PIC X(01).
010000      05  FILLER                   PIC X(01) VALUE SPACE.
010100      05  DL-LST-DESC              PIC X(20).
010200      05  FILLER                   PIC X(01) VALUE SPACE.
010300      05  DL-LST-INSTALMENT        PIC Z(06)9.99.
010400      05  FILLER                   PIC X(01) VALUE SPACE.
010500      05  DL-LST-BALANCE           PIC Z(06)9.99.
010600      05  FILLER                   PIC X(01) VALUE SPACE.
010700      05  DL-LST-PCT               PIC Z9.
010800      05  FILLER                   PIC X(02) VALUE '% '.
010900      05  DL-LST-STATUS            PIC X(01).
011000      05  FILLER                   PIC X(01) VALUE SPACE.
011100      05  DL-LST-START-DATE        PIC 9(08).
011200*
011300  PROCEDURE DIVISION.
011400****************************************************************
011500*  0000-MAINLINE
011600****************************************************************
011700  0000-MAINLINE.
011800      PERFORM 0300-READ-SESSION
011900          THRU 0300-READ-SESSION-EXIT.
012000      MOVE SPACE TO DL-CHOICE.
012100      OPEN EXTEND CHANGE-LOG.
012200      IF DL-CHGLOG-FILE-STATUS = '35'
012300          OPEN OUTPUT CHANGE-LOG
012400          CLOSE CHANGE-LOG
012500          OPEN EXTEND CHANGE-LOG
012600      END-IF.
012700      IF DL-CHGLOG-FILE-STATUS NOT = '00'
012800          DISPLAY 'IMPOSSIBILE APRIRE CHGLOG - STATUS '
012900              DL-CHGLOG-FILE-STATUS
013000          MOVE 8 TO RETURN-CODE
013100          GOBACK
013200      END-IF.
013300      OPEN INPUT EMPLOYEE-MASTER.
013400      IF DL-FILE-STATUS NOT = '00'
013500          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
013600              DL-FILE-STATUS
013700          CLOSE CHANGE-LOG
013800          MOVE 8 TO RETURN-CODE
013900          GOBACK
014000      END-IF.
014100      OPEN I-O AGREEMENT-FILE.
014200      IF DL-AGR-FILE-STATUS = '35'
014300          OPEN OUTPUT AGREEMENT-FILE
014400          CLOSE AGREEMENT-FILE
014500          OPEN I-O AGREEMENT-FILE
014600      END-IF.
014700      IF DL-AGR-FILE-STATUS NOT = '00'
014800          DISPLAY 'IMPOSSIBILE APRIRE DEDAGR - STATUS '
014900              DL-AGR-FILE-STATUS
015000          CLOSE EMPLOYEE-MASTER
015100          CLOSE CHANGE-LOG
015200          MOVE 8 TO RETURN-CODE
015300          GOBACK
015400      END-IF.
015500      PERFORM 2000-ESEGUI THRU 2000-ESEGUI-EXIT
015600          UNTIL DL-CHOICE = 'F' OR DL-CHOICE = 'f'.
015700      CLOSE AGREEMENT-FILE.
015800      CLOSE EMPLOYEE-MASTER.
015900      CLOSE CHANGE-LOG.
016000      GOBACK.
016100****************************************************************
016200*  0300-READ-SESSION
016300*  PICKS THE OPERATOR ID UP FROM THE ONE-RECORD OPERSESS FILE
016400*  MENU WRITES AT SIGN-ON.  MISSING FILE = IGNOTO.
016500****************************************************************
016600  0300-READ-SESSION.
016700      OPEN INPUT OPERATOR-SESSION.
016800      IF DL-SESS-FILE-STATUS NOT = '00'
016900          GO TO 0300-READ-SESSION-EXIT
017000      END-IF.
017100      READ OPERATOR-SESSION
017200          AT END
017300              CONTINUE
017400          NOT AT END
017500              MOVE OS-OPERATOR-ID TO DL-OPERATOR-ID
017600      END-READ.
017700      CLOSE OPERATOR-SESSION.
017800  0300-READ-SESSION-EXIT.
017900      EXIT.
018000****************************************************************
018100*  2000-ESEGUI
018200****************************************************************
018300  2000-ESEGUI.
018400      DISPLAY ' '.
018500      DISPLAY 'ANTICIPI, PRESTITI E PIGNORAMENTI'.
018600      DISPLAY '  A) NUOVO ACCORDO'.
018700      DISPLAY '  V) VISUALIZZA ACCORDI DI UN DIPENDENTE'.
018800      DISPLAY '  C) MODIFICA RATA / PERCENTUALE MASSIMA'.
018900      DISPLAY '  S) SOSPENDI ACCORDO'.
019000      DISPLAY '  R) RIATTIVA ACCORDO'.
019100      DISPLAY '  E) ESTINGUI ACCORDO'.
019200      DISPLAY '  F) FINE'.
019300      DISPLAY 'SCELTA?'.
019400      ACCEPT DL-CHOICE.
019500      EVALUATE DL-CHOICE
019600          WHEN 'A'
019700          WHEN 'a'
019800              PERFORM 3000-ADD-AGREEMENT
019900                  THRU 3000-ADD-AGREEMENT-EXIT
020000          WHEN 'V'
020100          WHEN 'v'
020200              PERFORM 3500-LIST-AGREEMENTS
020300                  THRU 3500-LIST-AGREEMENTS-EXIT
020400          WHEN 'C'
020500          WHEN 'c'
020600              PERFORM 4000-CHANGE-AGREEMENT
020700                  THRU 4000-CHANGE-AGREEMENT-EXIT
020800          WHEN 'S'
020900          WHEN 's'
021000              PERFORM 5000-SET-STATUS THRU 5000-SET-STATUS-EXIT
021100          WHEN 'R'
021200          WHEN 'r'
021300              PERFORM 5000-SET-STATUS THRU 5000-SET-STATUS-EXIT
021400          WHEN 'E'
021500          WHEN 'e'
021600              PERFORM 5000-SET-STATUS THRU 5000-SET-STATUS-EXIT
021700          WHEN 'F'
021800          WHEN 'f'
021900              CONTINUE
022000          WHEN OTHER
022100              DISPLAY 'SCELTA NON VALIDA'
022200      END-EVALUATE.
022300  2000-ESEGUI-EXIT.
022400      EXIT.
022500****************************************************************
022600*  3000-ADD-AGREEMENT
022700*  THE EMPLOYEE MUST BE ON EMPMAST.  THE NEW AGREEMENT TAKES
022800*  THE NEXT FREE SEQUENCE FOR THE MATRICOLA.  A GARNISHMENT
022900*  NEEDS THE CREDITOR'S IBAN - BANKPAY PAYS THE CREDITOR FROM
023000*  IT.  THE CAP DEFAULTS TO 20 PER CENT (ONE FIFTH) OF THE NET.
023100****************************************************************
023200  3000-ADD-AGREEMENT.
023300      PERFORM 8100-ACCEPT-MATRICOLA
023400          THRU 8100-ACCEPT-MATRICOLA-EXIT.
023500      MOVE DL-NEW-MATRICOLA TO EMP-MATRICOLA.
023600      READ EMPLOYEE-MASTER
023700          INVALID KEY
023800              DISPLAY 'MATRICOLA ' DL-NEW-MATRICOLA
023900                  ' NON IN ANAGRAFICA - AGGIUNTA RIFIUTATA'
024000              GO TO 3000-ADD-AGREEMENT-EXIT
024100      END-READ.
024200      IF EMP-TERMINATED
024300          DISPLAY 'ATTENZIONE: DIPENDENTE CESSATO IL '
024400              EMP-DATA-CESSAZIONE
024500      END-IF.
024600      PERFORM 3200-FIND-LAST-SEQ THRU 3200-FIND-LAST-SEQ-EXIT.
024700      IF DL-LAST-SEQ = 99
024800          DISPLAY 'MATRICOLA ' DL-NEW-MATRICOLA
024900              ' HA GIA'' 99 ACCORDI - AGGIUNTA RIFIUTATA'
025000          GO TO 3000-ADD-AGREEMENT-EXIT
025100      END-IF.
025200      PERFORM 8200-ACCEPT-TYPE THRU 8200-ACCEPT-TYPE-EXIT.
025300      PERFORM 8300-ACCEPT-DESC THRU 8300-ACCEPT-DESC-EXIT.
025400      MOVE SPACES TO DL-NEW-IBAN.
025500      IF DL-NEW-TYPE = 'G'
025600          PERFORM 8500-ACCEPT-IBAN THRU 8500-ACCEPT-IBAN-EXIT
025700      END-IF.
025800      MOVE 'RATA (ULTIME DUE CIFRE DECIMALI)?' TO DL-PROMPT.
025900      PERFORM 8400-ACCEPT-AMOUNT THRU 8400-ACCEPT-AMOUNT-EXIT.
026000      MOVE DL-NEW-AMOUNT TO DL-NEW-INSTALMENT.
026100      MOVE 'IMPORTO DA RECUPERARE (ULTIME DUE DECIMALI)?'
026200          TO DL-PROMPT.
026300      PERFORM 8400-ACCEPT-AMOUNT THRU 8400-ACCEPT-AMOUNT-EXIT.
026400      MOVE DL-NEW-AMOUNT TO DL-NEW-BALANCE.
026500      PERFORM 8600-ACCEPT-START-DATE
026600          THRU 8600-ACCEPT-START-DATE-EXIT.
026700      PERFORM 8700-ACCEPT-PCT THRU 8700-ACCEPT-PCT-EXIT.
026800      MOVE DL-NEW-MATRICOLA TO AG-MATRICOLA.
026900      COMPUTE AG-SEQ = DL-LAST-SEQ + 1.
027000      MOVE DL-NEW-TYPE TO AG-TYPE.
027100      MOVE DL-NEW-DESC TO AG-DESC.
027200      MOVE DL-NEW-INSTALMENT TO AG-INSTALMENT.
027300      MOVE DL-NEW-BALANCE TO AG-BALANCE.
027400      MOVE DL-NEW-START-DATE TO AG-START-DATE.
027500      MOVE DL-NEW-PCT TO AG-MAX-PCT.
027600      MOVE 'A' TO AG-STATUS.
027700      MOVE DL-NEW-IBAN TO AG-CRED-IBAN.
027800      MOVE 0 TO AG-LAST-RUN.
027900      MOVE 0 TO AG-LAST-AMOUNT.
028000      WRITE AGREEMENT-RECORD
028100          INVALID KEY
028200              DISPLAY 'SCRITTURA DEDAGR FALLITA - STATUS '
028300                  DL-AGR-FILE-STATUS
028400              GO TO 3000-ADD-AGREEMENT-EXIT
028500      END-WRITE.
028600      MOVE 'A' TO CG-ACTION.
028700      MOVE AG-MATRICOLA TO CG-MATRICOLA.
028800      MOVE SPACES TO CG-BEFORE-IMAGE.
028900      MOVE AGREEMENT-RECORD(6:) TO CG-AFTER-IMAGE.
029000      PERFORM 6000-WRITE-CHANGE-LOG
029100          THRU 6000-WRITE-CHANGE-LOG-EXIT.
029200      DISPLAY 'ACCORDO ' AG-MATRICOLA '/' AG-SEQ ' AGGIUNTO'.
029300  3000-ADD-AGREEMENT-EXIT.
029400      EXIT.
029500****************************************************************
029600*  3100-READ-AGREEMENT
029700*  ASKS FOR MATRICOLA AND SEQUENCE AND READS THE AGREEMENT.
029800****************************************************************
029900  3100-READ-AGREEMENT.
030000      MOVE 'N' TO DL-FOUND-SW.
030100      PERFORM 8100-ACCEPT-MATRICOLA
030200          THRU 8100-ACCEPT-MATRICOLA-EXIT.
030300      PERFORM 8800-ACCEPT-SEQ THRU 8800-ACCEPT-SEQ-EXIT.
030400      MOVE DL-NEW-MATRICOLA TO AG-MATRICOLA.
030500      MOVE DL-NEW-SEQ TO AG-SEQ.
030600      READ AGREEMENT-FILE
030700          INVALID KEY
030800              DISPLAY 'ACCORDO ' DL-NEW-MATRICOLA '/' DL-NEW-SEQ
030900                  ' NON TROVATO'
031000          NOT INVALID KEY
031100              MOVE 'Y' TO DL-FOUND-SW
031200      END-READ.
031300  3100-READ-AGREEMENT-EXIT.
031400      EXIT.
031500****************************************************************
031600*  3200-FIND-LAST-SEQ
031700*  HIGHEST SEQUENCE IN USE FOR DL-NEW-MATRICOLA (00 = NONE).
031800****************************************************************
031900  3200-FIND-LAST-SEQ.
032000      MOVE 0 TO DL-LAST-SEQ.
032100      MOVE 0 TO DL-AGR-COUNT.
032200      PERFORM 3210-START-AGREEMENTS
032300          THRU 3210-START-AGREEMENTS-EXIT.
032400      PERFORM 3220-NEXT-AGREEMENT THRU 3220-NEXT-AGREEMENT-EXIT
032500          UNTIL DL-END-OF-AGREEMENTS.
032600  3200-FIND-LAST-SEQ-EXIT.
032700      EXIT.
032800  3210-START-AGREEMENTS.
032900      MOVE 'N' TO DL-EOF-SW.
033000      MOVE DL-NEW-MATRICOLA TO AG-MATRICOLA.
033100      MOVE 0 TO AG-SEQ.
033200      START AGREEMENT-FILE KEY NOT < AG-KEY
033300          INVALID KEY
033400              MOVE 'Y' TO DL-EOF-SW
033500      END-START.
033600  3210-START-AGREEMENTS-EXIT.
033700      EXIT.
033800  3220-NEXT-AGREEMENT.
033900      READ AGREEMENT-FILE NEXT RECORD
034000          AT END
034100              MOVE 'Y' TO DL-EOF-SW
034200              GO TO 3220-NEXT-AGREEMENT-EXIT
034300      END-READ.
034400      IF AG-MATRICOLA NOT = DL-NEW-MATRICOLA
034500          MOVE 'Y' TO DL-EOF-SW
034600          GO TO 3220-NEXT-AGREEMENT-EXIT
034700      END-IF.
034800      MOVE AG-SEQ TO DL-LAST-SEQ.
034900      ADD 1 TO DL-AGR-COUNT.
035000  3220-NEXT-AGREEMENT-EXIT.
035100      EXIT.
035200****************************************************************
035300*  3500-LIST-AGREEMENTS
035400*  EVERY AGREEMENT OF ONE EMPLOYEE, CLOSED ONES INCLUDED.
035500****************************************************************
035600  3500-LIST-AGREEMENTS.
035700      PERFORM 8100-ACCEPT-MATRICOLA
035800          THRU 8100-ACCEPT-MATRICOLA-EXIT.
035900      MOVE 0 TO DL-AGR-COUNT.
036000      DISPLAY 'SQ T DESCRIZIONE                RATA     RESIDUO'
036100          ' MAX  S INIZIO'.
036200      PERFORM 3210-START-AGREEMENTS
036300          THRU 3210-START-AGREEMENTS-EXIT.
036400      PERFORM 3510-LIST-ONE THRU 3510-LIST-ONE-EXIT
036500          UNTIL DL-END-OF-AGREEMENTS.
036600      IF DL-AGR-COUNT = 0
036700          DISPLAY 'NESSUN ACCORDO PER LA MATRICOLA '
036800              DL-NEW-MATRICOLA
036900      END-IF.
037000  3500-LIST-AGREEMENTS-EXIT.
037100      EXIT.
037200  3510-LIST-ONE.
037300      PERFORM 3220-NEXT-AGREEMENT THRU 3220-NEXT-AGREEMENT-EXIT.
037400      IF DL-END-OF-AGREEMENTS
037500          GO TO 3510-LIST-ONE-EXIT
037600      END-IF.
037700      MOVE AG-SEQ TO DL-LST-SEQ.
037800      MOVE AG-TYPE TO DL-LST-TYPE.
037900      MOVE AG-DESC TO DL-LST-DESC.
038000      MOVE AG-INSTALMENT TO DL-LST-INSTALMENT.
038100      MOVE AG-BALANCE TO DL-LST-BALANCE.
038200      MOVE AG-MAX-PCT TO DL-LST-PCT.
038300      MOVE AG-STATUS TO DL-LST-STATUS.
038400      MOVE AG-START-DATE TO DL-LST-START-DATE.
038500      DISPLAY DL-LIST-LINE.
038600  3510-LIST-ONE-EXIT.
038700      EXIT.
038800****************************************************************
038900*  4000-CHANGE-AGREEMENT
039000*  ONLY THE INSTALMENT AND THE CAP CAN BE CHANGED.  A CLOSED
039100*  AGREEMENT STAYS CLOSED - SET UP A NEW ONE INSTEAD.
039200****************************************************************
039300  4000-CHANGE-AGREEMENT.
039400      PERFORM 3100-READ-AGREEMENT THRU 3100-READ-AGREEMENT-EXIT.
039500      IF NOT DL-AGR-FOUND
039600          GO TO 4000-CHANGE-AGREEMENT-EXIT
039700      END-IF.
039800      IF AG-CLOSED
039900          DISPLAY 'ACCORDO ESTINTO - MODIFICA RIFIUTATA'
040000          GO TO 4000-CHANGE-AGREEMENT-EXIT
040100      END-IF.
040200      DISPLAY 'RATA ATTUALE       : ' AG-INSTALMENT.
040300      DISPLAY 'PERCENTUALE ATTUALE: ' AG-MAX-PCT.
040400      DISPLAY 'RESIDUO            : ' AG-BALANCE.
040500      MOVE AGREEMENT-RECORD(6:) TO CG-BEFORE-IMAGE.
040600      MOVE 'NUOVA RATA (ULTIME DUE CIFRE DECIMALI)?' TO DL-PROMPT.
040700      PERFORM 8400-ACCEPT-AMOUNT THRU 8400-ACCEPT-AMOUNT-EXIT.
040800      PERFORM 8700-ACCEPT-PCT THRU 8700-ACCEPT-PCT-EXIT.
040900      MOVE DL-NEW-AMOUNT TO AG-INSTALMENT.
041000      MOVE DL-NEW-PCT TO AG-MAX-PCT.
041100      REWRITE AGREEMENT-RECORD
041200          INVALID KEY
041300              DISPLAY 'RISCRITTURA FALLITA - STATUS '
041400                  DL-AGR-FILE-STATUS
041500              GO TO 4000-CHANGE-AGREEMENT-EXIT
041600      END-REWRITE.
041700      MOVE 'C' TO CG-ACTION.
041800      MOVE AG-MATRICOLA TO CG-MATRICOLA.
041900      MOVE AGREEMENT-RECORD(6:) TO CG-AFTER-IMAGE.
042000      PERFORM 6000-WRITE-CHANGE-LOG
042100          THRU 6000-WRITE-CHANGE-LOG-EXIT.
042200      DISPLAY 'ACCORDO ' AG-MATRICOLA '/' AG-SEQ ' MODIFICATO'.
042300  4000-CHANGE-AGREEMENT-EXIT.
042400      EXIT.
042500****************************************************************
042600*  5000-SET-STATUS
042700*  S) SUSPENDS AN ACTIVE AGREEMENT, R) REACTIVATES A SUSPENDED
042800*  ONE, E) CLOSES ONE EARLY (SETTLED OUTSIDE PAYROLL, ORDER
042900*  LIFTED).  A CLOSED AGREEMENT CANNOT BE REOPENED.  ALL LOGGED;
043000*  DL-CHOICE SAYS WHICH WAY.
043100****************************************************************
043200  5000-SET-STATUS.
043300      PERFORM 3100-READ-AGREEMENT THRU 3100-READ-AGREEMENT-EXIT.
043400      IF NOT DL-AGR-FOUND
043500          GO TO 5000-SET-STATUS-EXIT
043600      END-IF.
043700      IF AG-CLOSED
043800          DISPLAY 'ACCORDO GIA'' ESTINTO - NESSUNA VARIAZIONE'
043900          GO TO 5000-SET-STATUS-EXIT
044000      END-IF.
044100      MOVE AGREEMENT-RECORD(6:) TO CG-BEFORE-IMAGE.
044200      EVALUATE DL-CHOICE
044300          WHEN 'S'
044400          WHEN 's'
044500              MOVE 'S' TO AG-STATUS
044600          WHEN 'R'
044700          WHEN 'r'
044800              MOVE 'A' TO AG-STATUS
044900          WHEN OTHER
045000              MOVE 'C' TO AG-STATUS
045100      END-EVALUATE.
045200      REWRITE AGREEMENT-RECORD
045300          INVALID KEY
045400              DISPLAY 'RISCRITTURA FALLITA - STATUS '
045500                  DL-AGR-FILE-STATUS
045600              GO TO 5000-SET-STATUS-EXIT
045700      END-REWRITE.
045800      MOVE 'S' TO CG-ACTION.
045900      MOVE AG-MATRICOLA TO CG-MATRICOLA.
046000      MOVE AGREEMENT-RECORD(6:) TO CG-AFTER-IMAGE.
046100      PERFORM 6000-WRITE-CHANGE-LOG
046200          THRU 6000-WRITE-CHANGE-LOG-EXIT.
046300      DISPLAY 'ACCORDO ' AG-MATRICOLA '/' AG-SEQ ' ORA IN STATO '
046400          AG-STATUS.
046500  5000-SET-STATUS-EXIT.
046600      EXIT.
046700****************************************************************
046800*  6000-WRITE-CHANGE-LOG
046900*  STAMPS AND APPENDS, THE SAME PATTERN AS EMPMNT.
047000****************************************************************
047100  6000-WRITE-CHANGE-LOG.
047200      ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD.
047300      ACCEPT CG-RUN-TIME FROM TIME.
047400      MOVE DL-OPERATOR-ID TO CG-OPERATOR-ID.
047500      WRITE CHANGE-LOG-RECORD.
047600  6000-WRITE-CHANGE-LOG-EXIT.
047700      EXIT.
047800****************************************************************
047900*  8100-ACCEPT-MATRICOLA THRU 8800-ACCEPT-SEQ
048000*  FIELD-LEVEL ACCEPT HELPERS, RE-PROMPTING UNTIL GOOD.  A
048010*  MATRICOLA OF A COMPANY THE OPERATOR MAY NOT WORK ON
048020*  (COMPAUTH) IS ASKED FOR AGAIN.  THE
048100*  AMOUNTS ARE KEYED THE SAME WAY AS THE EMPMNT STIPENDIO: THE
048200*  TYPED DIGITS ARE MEASURED (8420/8430) AND RIGHT-ALIGNED AT
048300*  THEIR OWN MAGNITUDE, THE LAST TWO BEING THE DECIMALS.
048400****************************************************************
048500  8100-ACCEPT-MATRICOLA.
048600      MOVE SPACES TO DL-NEW-MATRICOLA.
048700      PERFORM 8110-GET-MATRICOLA THRU 8110-GET-MATRICOLA-EXIT
048800          UNTIL DL-NEW-MATRICOLA NOT = SPACES.
048900  8100-ACCEPT-MATRICOLA-EXIT.
049000      EXIT.
049100  8110-GET-MATRICOLA.
049200      DISPLAY 'MATRICOLA (5 CARATTERI)?'.
049300      ACCEPT DL-NEW-MATRICOLA.
049400      IF DL-NEW-MATRICOLA = SPACES
049500          DISPLAY 'LA MATRICOLA NON PUO'' ESSERE VUOTA'
049550          GO TO 8110-GET-MATRICOLA-EXIT
049600      END-IF.
049610      MOVE DL-NEW-MATRICOLA TO EMP-MATRICOLA.
049620      READ EMPLOYEE-MASTER
049630          INVALID KEY
049640              GO TO 8110-GET-MATRICOLA-EXIT
049650      END-READ.
049660      CALL 'COMPAUTH' USING EMP-COMPANY DL-AUTH-RESULT.
049670      IF DL-AUTH-RESULT NOT = 0
049680          DISPLAY 'DIPENDENTE DI AZIENDA ' EMP-COMPANY
049690              ' NON AUTORIZZATA PER L''OPERATORE'
049695          MOVE SPACES TO DL-NEW-MATRICOLA
049697      END-IF.
049700  8110-GET-MATRICOLA-EXIT.
049800      EXIT.
049900  8200-ACCEPT-TYPE.
050000      MOVE 'N' TO DL-VALID-SW.
050100      PERFORM 8210-GET-TYPE THRU 8210-GET-TYPE-EXIT
050200          UNTIL DL-VALID-SW = 'Y'.
050300  8200-ACCEPT-TYPE-EXIT.
050400      EXIT.
050500  8210-GET-TYPE.
050600      DISPLAY 'TIPO (A=ANTICIPO P=PRESTITO G=PIGNORAMENTO)?'.
050700      MOVE SPACES TO DL-BUFFER.
050800      ACCEPT DL-BUFFER.
050900      EVALUATE DL-BUFFER(1:1)
051000          WHEN 'A'
051100          WHEN 'a'
051200              MOVE 'A' TO DL-NEW-TYPE
051300              MOVE 'Y' TO DL-VALID-SW
051400          WHEN 'P'
051500          WHEN 'p'
051600              MOVE 'P' TO DL-NEW-TYPE
051700              MOVE 'Y' TO DL-VALID-SW
051800          WHEN 'G'
051900          WHEN 'g'
052000              MOVE 'G' TO DL-NEW-TYPE
052100              MOVE 'Y' TO DL-VALID-SW
052200          WHEN OTHER
052300              DISPLAY 'IL TIPO DEVE ESSERE A, P O G'
052400      END-EVALUATE.
052500  8210-GET-TYPE-EXIT.
052600      EXIT.
052700  8300-ACCEPT-DESC.
052800      MOVE SPACES TO DL-NEW-DESC.
052900      PERFORM 8310-GET-DESC THRU 8310-GET-DESC-EXIT
053000          UNTIL DL-NEW-DESC NOT = SPACES.
053100  8300-ACCEPT-DESC-EXIT.
053200      EXIT.
053300  8310-GET-DESC.
053400      IF DL-NEW-TYPE = 'G'
053500          DISPLAY 'CREDITORE (BENEFICIARIO DEL PIGNORAMENTO)?'
053600      ELSE
053700          DISPLAY 'DESCRIZIONE?'
053800      END-IF.
053900      ACCEPT DL-NEW-DESC.
054000      IF DL-NEW-DESC = SPACES
054100          DISPLAY 'LA DESCRIZIONE NON PUO'' ESSERE VUOTA'
054200      END-IF.
054300  8310-GET-DESC-EXIT.
054400      EXIT.
054500  8400-ACCEPT-AMOUNT.
054600      MOVE 'N' TO DL-VALID-SW.
054700      PERFORM 8410-GET-AMOUNT THRU 8410-GET-AMOUNT-EXIT
054800          UNTIL DL-VALID-SW = 'Y'.
054900  8400-ACCEPT-AMOUNT-EXIT.
055000      EXIT.
055100  8410-GET-AMOUNT.
055200      DISPLAY DL-PROMPT.
055300      MOVE SPACES TO DL-BUFFER.
055400      ACCEPT DL-BUFFER.
055500      PERFORM 8420-FIND-ENTRY-LENGTH
055600          THRU 8420-FIND-ENTRY-LENGTH-EXIT.
055700      IF DL-ENTRY-LEN = 0 OR DL-ENTRY-LEN > 9
055800          DISPLAY 'VALORE NON VALIDO - INSERISCI DA 1 A 9 CIFRE'
055900          GO TO 8410-GET-AMOUNT-EXIT
056000      END-IF.
056100      MOVE ZEROES TO DL-AMOUNT-X.
056200      MOVE DL-BUFFER(1:DL-ENTRY-LEN)
056300          TO DL-AMOUNT-X(10 - DL-ENTRY-LEN:DL-ENTRY-LEN).
056400      IF DL-AMOUNT-X NOT NUMERIC
056500          DISPLAY 'VALORE NON VALIDO - INSERISCI UN NUMERO'
056600          GO TO 8410-GET-AMOUNT-EXIT
056700      END-IF.
056800      MOVE DL-AMOUNT-X TO DL-AMOUNT-IN.
056900      IF DL-AMOUNT-INR = 0
057000          DISPLAY 'L''IMPORTO DEVE ESSERE MAGGIORE DI ZERO'
057100      ELSE
057200          MOVE DL-AMOUNT-INR TO DL-NEW-AMOUNT
057300          MOVE 'Y' TO DL-VALID-SW
057400      END-IF.
057500  8410-GET-AMOUNT-EXIT.
057600      EXIT.
057700  8420-FIND-ENTRY-LENGTH.
057800      MOVE 0 TO DL-ENTRY-LEN.
057900      PERFORM 8430-CHECK-ONE-CHAR
058000          THRU 8430-CHECK-ONE-CHAR-EXIT
058100          VARYING DL-SCAN FROM 10 BY -1
058200          UNTIL DL-SCAN < 1 OR DL-ENTRY-LEN > 0.
058300  8420-FIND-ENTRY-LENGTH-EXIT.
058400      EXIT.
058500  8430-CHECK-ONE-CHAR.
058600      IF DL-BUFFER(DL-SCAN:1) NOT = SPACE
058700          MOVE DL-SCAN TO DL-ENTRY-LEN
058800      END-IF.
058900  8430-CHECK-ONE-CHAR-EXIT.
059000      EXIT.
059100  8500-ACCEPT-IBAN.
059200      MOVE SPACES TO DL-NEW-IBAN.
059300      PERFORM 8510-GET-IBAN THRU 8510-GET-IBAN-EXIT
059400          UNTIL DL-NEW-IBAN NOT = SPACES.
059500  8500-ACCEPT-IBAN-EXIT.
059600      EXIT.
059700  8510-GET-IBAN.
059800      DISPLAY 'IBAN DEL CREDITORE?'.
059900      ACCEPT DL-NEW-IBAN.
060000      IF DL-NEW-IBAN = SPACES
060100          DISPLAY 'PER UN PIGNORAMENTO L''IBAN E'' OBBLIGATORIO'
060109          GO TO 8510-GET-IBAN-EXIT
060118      END-IF.
060127      INSPECT DL-NEW-IBAN CONVERTING
060136          'abcdefghijklmnopqrstuvwxyz'
060145          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
060154      CALL 'IBANCHK' USING DL-NEW-IBAN DL-IBAN-RESULT
060163          DL-IBAN-MESSAGE.
060172      IF DL-IBAN-RESULT NOT = 0
060181          DISPLAY 'IBAN NON VALIDO - ' DL-IBAN-MESSAGE
060190          MOVE SPACES TO DL-NEW-IBAN
060200      END-IF.
060300  8510-GET-IBAN-EXIT.
060400      EXIT.
060500  8600-ACCEPT-START-DATE.
060600      MOVE 'N' TO DL-VALID-SW.
060700      PERFORM 8610-GET-START-DATE THRU 8610-GET-START-DATE-EXIT
060800          UNTIL DL-VALID-SW = 'Y'.
060900  8600-ACCEPT-START-DATE-EXIT.
061000      EXIT.
061100  8610-GET-START-DATE.
061200      DISPLAY 'PRIMA TRATTENUTA DAL (AAAAMMGG)?'.
061300      MOVE SPACES TO DL-BUFFER.
061400      ACCEPT DL-BUFFER.
061500      MOVE DL-BUFFER(1:8) TO DL-BUFFER-CHECK.
061600      INSPECT DL-BUFFER-CHECK REPLACING ALL SPACE BY ZERO.
061700      IF DL-BUFFER = SPACES OR DL-BUFFER-CHECK NOT NUMERIC
061800          DISPLAY 'DATA NON VALIDA - FORMATO AAAAMMGG'
061900      ELSE
062000          MOVE DL-BUFFER-CHECK(2:8) TO DL-NEW-START-DATE
062100          MOVE 'Y' TO DL-VALID-SW
062200      END-IF.
062300  8610-GET-START-DATE-EXIT.
062400      EXIT.
062500  8700-ACCEPT-PCT.
062600      MOVE 'N' TO DL-VALID-SW.
062700      PERFORM 8710-GET-PCT THRU 8710-GET-PCT-EXIT
062800          UNTIL DL-VALID-SW = 'Y'.
062900  8700-ACCEPT-PCT-EXIT.
063000      EXIT.
063100  8710-GET-PCT.
063200      DISPLAY 'PERCENTUALE MASSIMA DEL NETTO (INVIO = 20)?'.
063300      MOVE SPACES TO DL-BUFFER.
063400      ACCEPT DL-BUFFER.
063500      IF DL-BUFFER = SPACES
063600          MOVE 20 TO DL-NEW-PCT
063700          MOVE 'Y' TO DL-VALID-SW
063800          GO TO 8710-GET-PCT-EXIT
063900      END-IF.
064000      IF DL-BUFFER(2:1) = SPACE
064100          MOVE '0' TO DL-PCT-X(1:1)
064200          MOVE DL-BUFFER(1:1) TO DL-PCT-X(2:1)
064300      ELSE
064400          MOVE DL-BUFFER(1:2) TO DL-PCT-X
064500      END-IF.
064600      IF DL-PCT-X NOT NUMERIC OR DL-BUFFER(3:8) NOT = SPACES
064700              OR DL-PCT-IN = 0 OR DL-PCT-IN > 50
064800          DISPLAY 'PERCENTUALE NON VALIDA - DA 1 A 50'
064900      ELSE
065000          MOVE DL-PCT-IN TO DL-NEW-PCT
065100          MOVE 'Y' TO DL-VALID-SW
065200      END-IF.
065300  8710-GET-PCT-EXIT.
065400      EXIT.
065500  8800-ACCEPT-SEQ.
065600      MOVE 'N' TO DL-VALID-SW.
065700      PERFORM 8810-GET-SEQ THRU 8810-GET-SEQ-EXIT
065800          UNTIL DL-VALID-SW = 'Y'.
065900  8800-ACCEPT-SEQ-EXIT.
066000      EXIT.
066100  8810-GET-SEQ.
066200      DISPLAY 'NUMERO ACCORDO (01-99, VEDI OPZIONE V)?'.
066300      MOVE SPACES TO DL-BUFFER.
066400      ACCEPT DL-BUFFER.
066500      IF DL-BUFFER(2:1) = SPACE
066600          MOVE '0' TO DL-PCT-X(1:1)
066700          MOVE DL-BUFFER(1:1) TO DL-PCT-X(2:1)
066800      ELSE
066900          MOVE DL-BUFFER(1:2) TO DL-PCT-X
067000      END-IF.
067100      IF DL-PCT-X NOT NUMERIC OR DL-BUFFER(3:8) NOT = SPACES
067200              OR DL-PCT-IN = 0
067300          DISPLAY 'NUMERO NON VALIDO - DA 01 A 99'
067400      ELSE
067500          MOVE DL-PCT-IN TO DL-NEW-SEQ
067600          MOVE 'Y' TO DL-VALID-SW
067700      END-IF.
067800  8810-GET-SEQ-EXIT.
067900      EXIT.

