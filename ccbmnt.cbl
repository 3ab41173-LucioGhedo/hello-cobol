000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CCBMNT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  CCBMNT
000900*  COST-CENTER LABOUR-BUDGET MAINTENANCE, CALLED FROM MENU.
001000*  LETS FINANCE ENTER, CHANGE OR REMOVE THE BUDGETED HEADCOUNT
001100*  AND LABOUR COST OF A COST CENTER FOR ONE MONTH (CCBUDGET
001200*  FILE, CCBUDGET.CPY) AND LIST A CENTER'S BUDGET FOR A YEAR.
001300*  THE CENTER MUST BE ON CCREF, AND ACTIVE FOR A NEW BUDGET;
001400*  AN INACTIVE CENTER'S OLD MONTHS CAN STILL BE CORRECTED.  THE
001500*  COST IS KEYED IN WHOLE EURO.  EVERY CHANGE IS LOGGED TO
001600*  CHGLOG WITH THE OPERSESS OPERATOR ID, THE SAME PATTERN AS
001700*  CCMNT: THE CENTER CODE GOES IN CG-MATRICOLA AND THE IMAGES
001800*  ARE THE WHOLE BUDGET RECORD.  CCBUDRPT READS THE FILE.
001900*  MOD HISTORY
002000*  15/10/2026 LG  NEW.
002100****************************************************************
002200  ENVIRONMENT DIVISION.
002300  CONFIGURATION SECTION.
002400  SOURCE-COMPUTER. IBM-PC.
002500  OBJECT-COMPUTER. IBM-PC.
002600  INPUT-OUTPUT SECTION.
002700  FILE-CONTROL.
002800      SELECT BUDGET-FILE ASSIGN TO "CCBUDGET"
002900          ORGANIZATION INDEXED
003000          ACCESS MODE DYNAMIC
003100          RECORD KEY CB-KEY
003200          FILE STATUS IS DL-CB-FILE-STATUS.
003300      SELECT COST-CENTER-FILE ASSIGN TO "CCREF"
003400          ORGANIZATION INDEXED
003500          ACCESS MODE DYNAMIC
003600          RECORD KEY CC-CODE
003700          FILE STATUS IS DL-CC-FILE-STATUS.
003800      SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
003900          ORGANIZATION LINE SEQUENTIAL
004000          FILE STATUS IS DL-CHGLOG-FILE-STATUS.
004100      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
004200          ORGANIZATION LINE SEQUENTIAL
004300          FILE STATUS IS DL-SESS-FILE-STATUS.
004400*
004500  DATA DIVISION.
004600  FILE SECTION.
004700  FD  BUDGET-FILE.
004800  COPY CCBUDGET.
004900  FD  COST-CENTER-FILE.
005000  COPY CCREF.
005100  FD  CHANGE-LOG.
005200  COPY CHGLOG.
005300  FD  OPERATOR-SESSION.
005400  COPY OPRSESS.
005500*
005600  WORKING-STORAGE SECTION.
005700  01  DL-CB-FILE-STATUS            PIC X(02).
005800  01  DL-CC-FILE-STATUS            PIC X(02).
005900  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
006000  01  DL-SESS-FILE-STATUS          PIC X(02).
006100  01  DL-OPERATOR-ID               PIC X(08) VALUE 'IGNOTO'.
006200  01  DL-CHOICE                    PIC X(01).
006300  01  DL-FOUND-SW                  PIC X(01).
006400      88  DL-BUDGET-FOUND                     VALUE 'Y'.
006500  01  DL-EOF-SW                    PIC X(01).
006600      88  DL-END-OF-BUDGETS                   VALUE 'Y'.
006700  01  DL-VALID-SW                  PIC X(01).
006800  01  DL-NEW-CC-CODE               PIC X(04).
006900  01  DL-NEW-YEAR                  PIC 9(04).
007000  01  DL-NEW-MONTH                 PIC 9(02).
007100  01  DL-NEW-HEADCOUNT             PIC 9(05).
007200  01  DL-NEW-COST                  PIC 9(09)V99.
007300  01  DL-LIST-COUNT                PIC 9(02).
007400  01  DL-YEAR-HEADCOUNT            PIC 9(07).
007500  01  DL-YEAR-COST                 PIC 9(11)V99.
007600  01  DL-PROMPT                    PIC X(40).
007700  01  DL-BUFFER                    PIC X(10).
007800  01  DL-ENTRY-LEN                 PIC 9(02).
007900  01  DL-SCAN                      PIC 9(02).
008000  01  DL-AMOUNT-X                  PIC X(09).
008100  01  DL-AMOUNT-IN REDEFINES DL-AMOUNT-X
008200                                   PIC 9(09).
008300  01  DL-YEAR-X                    PIC X(04).
008400  01  DL-YEAR-IN REDEFINES DL-YEAR-X
008500                                   PIC 9(04).
008600  01  DL-MONTH-X                   PIC X(02).
008700  01  DL-MONTH-IN REDEFINES DL-MONTH-X
008800                                   PIC 9(02).
008900  01  DL-LIST-LINE.
009000      05  DL-LST-MONTH             PIC 9(02).
009100      05  FILLER                   PIC X(01) VALUE '/'.
009200      05  DL-LST-YEAR              PIC 9(04).
009300      05  FILLER                   PIC X(03) VALUE SPACES.
009400      05  DL-LST-HEADCOUNT         PIC ZZZZ9.
009500      05  FILLER                   PIC X(03) VALUE SPACES.
009600      05  DL-LST-COST              PIC Z(08)9.99.
009700  01  DL-TOTAL-LINE.
009800      05  FILLER                   PIC X(07) VALUE 'TOTALE '.
009900      05  DL-TOT-HEADCOUNT         PIC Z(06)9.
010000      05  FILLER                   PIC X(01) VALUE SPACE.
010100      05  DL-TOT-COST              PIC Z(10)9.99.
010200*
010300  PROCEDURE DIVISION.
010400****************************************************************
010500*  0000-MAINLINE
010600****************************************************************
010700  0000-MAINLINE.
010800      PERFORM 0300-READ-SESSION
010900          THRU 0300-READ-SESSION-EXIT.
011000      MOVE SPACE TO DL-CHOICE.
011100      OPEN EXTEND CHANGE-LOG.
011200      IF DL-CHGLOG-FILE-STATUS = '35'
011300          OPEN OUTPUT CHANGE-LOG
011400          CLOSE CHANGE-LOG
011500          OPEN EXTEND CHANGE-LOG
011600      END-IF.
011700      IF DL-CHGLOG-FILE-STATUS NOT = '00'
011800          DISPLAY 'IMPOSSIBILE APRIRE CHGLOG - STATUS '
011900              DL-CHGLOG-FILE-STATUS
012000          MOVE 8 TO RETURN-CODE
012100          GOBACK
012200      END-IF.
012300      OPEN INPUT COST-CENTER-FILE.
012400      IF DL-CC-FILE-STATUS NOT = '00'
012500          DISPLAY 'IMPOSSIBILE APRIRE CCREF - STATUS '
012600              DL-CC-FILE-STATUS
012700          CLOSE CHANGE-LOG
012800          MOVE 8 TO RETURN-CODE
012900          GOBACK
013000      END-IF.
013100      OPEN I-O BUDGET-FILE.
013200      IF DL-CB-FILE-STATUS = '35'
013300          OPEN OUTPUT BUDGET-FILE
013400          CLOSE BUDGET-FILE
013500          OPEN I-O BUDGET-FILE
013600      END-IF.
013700      IF DL-CB-FILE-STATUS NOT = '00'
013800          DISPLAY 'IMPOSSIBILE APRIRE CCBUDGET - STATUS '
013900              DL-CB-FILE-STATUS
014000          CLOSE COST-CENTER-FILE
014100          CLOSE CHANGE-LOG
014200          MOVE 8 TO RETURN-CODE
014300          GOBACK
014400      END-IF.
014500      PERFORM 2000-ESEGUI THRU 2000-ESEGUI-EXIT
014600          UNTIL DL-CHOICE = 'F' OR DL-CHOICE = 'f'.
014700      CLOSE BUDGET-FILE.
014800      CLOSE COST-CENTER-FILE.
014900      CLOSE CHANGE-LOG.
015000      GOBACK.
015100****************************************************************
015200*  0300-READ-SESSION
015300*  PICKS THE OPERATOR ID UP FROM THE ONE-RECORD OPERSESS FILE
015400*  MENU WRITES AT SIGN-ON.  MISSING FILE = IGNOTO.
015500****************************************************************
015600  0300-READ-SESSION.
015700      OPEN INPUT OPERATOR-SESSION.
015800      IF DL-SESS-FILE-STATUS NOT = '00'
015900          GO TO 0300-READ-SESSION-EXIT
016000      END-IF.
016100      READ OPERATOR-SESSION
016200          AT END
016300              CONTINUE
016400          NOT AT END
016500              MOVE OS-OPERATOR-ID TO DL-OPERATOR-ID
016600      END-READ.
016700      CLOSE OPERATOR-SESSION.
016800  0300-READ-SESSION-EXIT.
016900      EXIT.
017000****************************************************************
017100*  2000-ESEGUI
017200****************************************************************
017300  2000-ESEGUI.
017400      DISPLAY ' '.
017500      DISPLAY 'BUDGET DEL COSTO DEL LAVORO PER CENTRO DI COSTO'.
017600      DISPLAY '  A) NUOVO BUDGET MENSILE'.
017700      DISPLAY '  C) MODIFICA BUDGET MENSILE'.
017800      DISPLAY '  D) CANCELLA BUDGET MENSILE'.
017900      DISPLAY '  V) VISUALIZZA BUDGET DI UN CENTRO PER ANNO'.
018000      DISPLAY '  F) FINE'.
018100      DISPLAY 'SCELTA?'.
018200      ACCEPT DL-CHOICE.
018300      EVALUATE DL-CHOICE
018400          WHEN 'A'
018500          WHEN 'a'
018600              PERFORM 3000-ADD-BUDGET THRU 3000-ADD-BUDGET-EXIT
018700          WHEN 'C'
018800          WHEN 'c'
018900              PERFORM 4000-CHANGE-BUDGET
019000                  THRU 4000-CHANGE-BUDGET-EXIT
019100          WHEN 'D'
019200          WHEN 'd'
019300              PERFORM 5000-DELETE-BUDGET
019400                  THRU 5000-DELETE-BUDGET-EXIT
019500          WHEN 'V'
019600          WHEN 'v'
019700              PERFORM 3500-LIST-BUDGETS
019800                  THRU 3500-LIST-BUDGETS-EXIT
019900          WHEN 'F'
020000          WHEN 'f'
020100              CONTINUE
020200          WHEN OTHER
020300              DISPLAY 'SCELTA NON VALIDA'
020400      END-EVALUATE.
020500  2000-ESEGUI-EXIT.
020600      EXIT.
020700****************************************************************
020800*  3000-ADD-BUDGET
020900*  A NEW MONTH FOR AN ACTIVE CENTER.  A MONTH ALREADY ON FILE
021000*  IS REFUSED - USE C) TO CHANGE IT.
021100****************************************************************
021200  3000-ADD-BUDGET.
021300      PERFORM 8100-ACCEPT-CC-CODE THRU 8100-ACCEPT-CC-CODE-EXIT.
021400      IF CC-INACTIVE
021500          DISPLAY 'CENTRO DI COSTO ' DL-NEW-CC-CODE
021600              ' NON ATTIVO - AGGIUNTA RIFIUTATA'
021700          GO TO 3000-ADD-BUDGET-EXIT
021800      END-IF.
021900      PERFORM 8200-ACCEPT-YEAR THRU 8200-ACCEPT-YEAR-EXIT.
022000      PERFORM 8300-ACCEPT-MONTH THRU 8300-ACCEPT-MONTH-EXIT.
022100      MOVE DL-NEW-CC-CODE TO CB-CC-CODE.
022200      MOVE DL-NEW-YEAR TO CB-YEAR.
022300      MOVE DL-NEW-MONTH TO CB-MONTH.
022400      READ BUDGET-FILE
022500          INVALID KEY
022600              CONTINUE
022700          NOT INVALID KEY
022800              DISPLAY 'BUDGET ' DL-NEW-CC-CODE ' '
022900                  DL-NEW-MONTH '/' DL-NEW-YEAR ' GIA'' PRESENTE'
023000              DISPLAY 'PER CAMBIARLO USA L''OPZIONE C'
023100              GO TO 3000-ADD-BUDGET-EXIT
023200      END-READ.
023300      PERFORM 8400-ACCEPT-HEADCOUNT
023400          THRU 8400-ACCEPT-HEADCOUNT-EXIT.
023500      PERFORM 8500-ACCEPT-COST THRU 8500-ACCEPT-COST-EXIT.
023600      MOVE DL-NEW-CC-CODE TO CB-CC-CODE.
023700      MOVE DL-NEW-YEAR TO CB-YEAR.
023800      MOVE DL-NEW-MONTH TO CB-MONTH.
023900      MOVE DL-NEW-HEADCOUNT TO CB-HEADCOUNT.
024000      MOVE DL-NEW-COST TO CB-LABOUR-COST.
024100      WRITE CC-BUDGET-RECORD
024200          INVALID KEY
024300              DISPLAY 'SCRITTURA CCBUDGET FALLITA - STATUS '
024400                  DL-CB-FILE-STATUS
024500              GO TO 3000-ADD-BUDGET-EXIT
024600      END-WRITE.
024700      MOVE 'A' TO CG-ACTION.
024800      MOVE CB-CC-CODE TO CG-MATRICOLA.
024900      MOVE SPACES TO CG-BEFORE-IMAGE.
025000      MOVE CC-BUDGET-RECORD TO CG-AFTER-IMAGE.
025100      PERFORM 6000-WRITE-CHANGE-LOG
025200          THRU 6000-WRITE-CHANGE-LOG-EXIT.
025300      DISPLAY 'BUDGET ' CB-CC-CODE ' ' CB-MONTH '/' CB-YEAR
025400          ' AGGIUNTO'.
025500  3000-ADD-BUDGET-EXIT.
025600      EXIT.
025700****************************************************************
025800*  3100-READ-BUDGET
025900*  ASKS FOR CENTER, YEAR AND MONTH AND READS THE BUDGET.
026000****************************************************************
026100  3100-READ-BUDGET.
026200      MOVE 'N' TO DL-FOUND-SW.
026300      PERFORM 8100-ACCEPT-CC-CODE THRU 8100-ACCEPT-CC-CODE-EXIT.
026400      PERFORM 8200-ACCEPT-YEAR THRU 8200-ACCEPT-YEAR-EXIT.
026500      PERFORM 8300-ACCEPT-MONTH THRU 8300-ACCEPT-MONTH-EXIT.
026600      MOVE DL-NEW-CC-CODE TO CB-CC-CODE.
026700      MOVE DL-NEW-YEAR TO CB-YEAR.
026800      MOVE DL-NEW-MONTH TO CB-MONTH.
026900      READ BUDGET-FILE
027000          INVALID KEY
027100              DISPLAY 'BUDGET ' DL-NEW-CC-CODE ' '
027200                  DL-NEW-MONTH '/' DL-NEW-YEAR ' NON TROVATO'
027300          NOT INVALID KEY
027400              MOVE 'Y' TO DL-FOUND-SW
027500              DISPLAY 'ORGANICO ATTUALE : ' CB-HEADCOUNT
027600              DISPLAY 'COSTO ATTUALE    : ' CB-LABOUR-COST
027700      END-READ.
027800  3100-READ-BUDGET-EXIT.
027900      EXIT.
028000****************************************************************
028100*  3500-LIST-BUDGETS
028200*  THE MONTHS ON FILE FOR ONE CENTER AND YEAR, WITH THE YEAR'S
028300*  TOTAL COST AND THE SUM OF THE MONTHLY HEADCOUNTS.
028400****************************************************************
028500  3500-LIST-BUDGETS.
028600      PERFORM 8100-ACCEPT-CC-CODE THRU 8100-ACCEPT-CC-CODE-EXIT.
028700      PERFORM 8200-ACCEPT-YEAR THRU 8200-ACCEPT-YEAR-EXIT.
028800      DISPLAY CC-CODE ' ' CC-DESC ' - ANNO ' DL-NEW-YEAR.
028900      DISPLAY 'MESE       ORGANICO    COSTO BUDGET'.
029000      MOVE 0 TO DL-LIST-COUNT.
029100      MOVE 0 TO DL-YEAR-HEADCOUNT.
029200      MOVE 0 TO DL-YEAR-COST.
029300      MOVE 'N' TO DL-EOF-SW.
029400      MOVE DL-NEW-CC-CODE TO CB-CC-CODE.
029500      MOVE DL-NEW-YEAR TO CB-YEAR.
029600      MOVE 0 TO CB-MONTH.
029700      START BUDGET-FILE KEY NOT < CB-KEY
029800          INVALID KEY
029900              MOVE 'Y' TO DL-EOF-SW
030000      END-START.
030100      PERFORM 3510-LIST-ONE-BUDGET
030200          THRU 3510-LIST-ONE-BUDGET-EXIT
030300          UNTIL DL-END-OF-BUDGETS.
030400      IF DL-LIST-COUNT = 0
030500          DISPLAY 'NESSUN BUDGET PER IL CENTRO NELL''ANNO'
030600      ELSE
030700          MOVE DL-YEAR-HEADCOUNT TO DL-TOT-HEADCOUNT
030800          MOVE DL-YEAR-COST TO DL-TOT-COST
030900          DISPLAY DL-TOTAL-LINE
031000      END-IF.
031100  3500-LIST-BUDGETS-EXIT.
031200      EXIT.
031300  3510-LIST-ONE-BUDGET.
031400      READ BUDGET-FILE NEXT RECORD
031500          AT END
031600              MOVE 'Y' TO DL-EOF-SW
031700              GO TO 3510-LIST-ONE-BUDGET-EXIT
031800      END-READ.
031900      IF CB-CC-CODE NOT = DL-NEW-CC-CODE
032000              OR CB-YEAR NOT = DL-NEW-YEAR
032100          MOVE 'Y' TO DL-EOF-SW
032200          GO TO 3510-LIST-ONE-BUDGET-EXIT
032300      END-IF.
032400      ADD 1 TO DL-LIST-COUNT.
032500      ADD CB-HEADCOUNT TO DL-YEAR-HEADCOUNT.
032600      ADD CB-LABOUR-COST TO DL-YEAR-COST.
032700      MOVE CB-MONTH TO DL-LST-MONTH.
032800      MOVE CB-YEAR TO DL-LST-YEAR.
032900      MOVE CB-HEADCOUNT TO DL-LST-HEADCOUNT.
033000      MOVE CB-LABOUR-COST TO DL-LST-COST.
033100      DISPLAY DL-LIST-LINE.
033200  3510-LIST-ONE-BUDGET-EXIT.
033300      EXIT.
033400****************************************************************
033500*  4000-CHANGE-BUDGET
033600*  NEW HEADCOUNT AND COST FOR A MONTH ALREADY ON FILE.
033700****************************************************************
033800  4000-CHANGE-BUDGET.
033900      PERFORM 3100-READ-BUDGET THRU 3100-READ-BUDGET-EXIT.
034000      IF NOT DL-BUDGET-FOUND
034100          GO TO 4000-CHANGE-BUDGET-EXIT
034200      END-IF.
034300      MOVE CC-BUDGET-RECORD TO CG-BEFORE-IMAGE.
034400      PERFORM 8400-ACCEPT-HEADCOUNT
034500          THRU 8400-ACCEPT-HEADCOUNT-EXIT.
034600      PERFORM 8500-ACCEPT-COST THRU 8500-ACCEPT-COST-EXIT.
034700      MOVE DL-NEW-HEADCOUNT TO CB-HEADCOUNT.
034800      MOVE DL-NEW-COST TO CB-LABOUR-COST.
034900      REWRITE CC-BUDGET-RECORD
035000          INVALID KEY
035100              DISPLAY 'RISCRITTURA FALLITA - STATUS '
035200                  DL-CB-FILE-STATUS
035300              GO TO 4000-CHANGE-BUDGET-EXIT
035400      END-REWRITE.
035500      MOVE 'C' TO CG-ACTION.
035600      MOVE CB-CC-CODE TO CG-MATRICOLA.
035700      MOVE CC-BUDGET-RECORD TO CG-AFTER-IMAGE.
035800      PERFORM 6000-WRITE-CHANGE-LOG
035900          THRU 6000-WRITE-CHANGE-LOG-EXIT.
036000      DISPLAY 'BUDGET ' CB-CC-CODE ' ' CB-MONTH '/' CB-YEAR
036100          ' MODIFICATO'.
036200  4000-CHANGE-BUDGET-EXIT.
036300      EXIT.
036400****************************************************************
036500*  5000-DELETE-BUDGET
036600*  REMOVES ONE MONTH, AFTER CONFIRMATION.
036700****************************************************************
036800  5000-DELETE-BUDGET.
036900      PERFORM 3100-READ-BUDGET THRU 3100-READ-BUDGET-EXIT.
037000      IF NOT DL-BUDGET-FOUND
037100          GO TO 5000-DELETE-BUDGET-EXIT
037200      END-IF.
037300      DISPLAY 'CONFERMI LA CANCELLAZIONE (S/N)?'.
037400      MOVE SPACES TO DL-BUFFER.
037500      ACCEPT DL-BUFFER.
037600      IF DL-BUFFER(1:1) NOT = 'S' AND DL-BUFFER(1:1) NOT = 's'
037700          DISPLAY 'CANCELLAZIONE ANNULLATA'
037800          GO TO 5000-DELETE-BUDGET-EXIT
037900      END-IF.
038000      MOVE CC-BUDGET-RECORD TO CG-BEFORE-IMAGE.
038100      DELETE BUDGET-FILE
038200          INVALID KEY
038300              DISPLAY 'CANCELLAZIONE FALLITA - STATUS '
038400                  DL-CB-FILE-STATUS
038500              GO TO 5000-DELETE-BUDGET-EXIT
038600      END-DELETE.
038700      MOVE 'D' TO CG-ACTION.
038800      MOVE DL-NEW-CC-CODE TO CG-MATRICOLA.
038900      MOVE SPACES TO CG-AFTER-IMAGE.
039000      PERFORM 6000-WRITE-CHANGE-LOG
039100          THRU 6000-WRITE-CHANGE-LOG-EXIT.
039200      DISPLAY 'BUDGET ' DL-NEW-CC-CODE ' ' DL-NEW-MONTH '/'
039300          DL-NEW-YEAR ' CANCELLATO'.
039400  5000-DELETE-BUDGET-EXIT.
039500      EXIT.
039600****************************************************************
039700*  6000-WRITE-CHANGE-LOG
039800*  STAMPS AND APPENDS, THE SAME PATTERN AS EMPMNT.
039900****************************************************************
040000  6000-WRITE-CHANGE-LOG.
040100      ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD.
040200      ACCEPT CG-RUN-TIME FROM TIME.
040300      MOVE DL-OPERATOR-ID TO CG-OPERATOR-ID.
040400      WRITE CHANGE-LOG-RECORD.
040500  6000-WRITE-CHANGE-LOG-EXIT.
040600      EXIT.
040700****************************************************************
040800*  8100-ACCEPT-CC-CODE THRU 8500-ACCEPT-COST
040900*  FIELD-LEVEL ACCEPT HELPERS, RE-PROMPTING UNTIL GOOD.  THE
041000*  CENTER CODE IS LEFT READ ON CCREF.  THE NUMBERS ARE MEASURED
041100*  (8420/8430, AS IN AGRMNT) AND RIGHT-ALIGNED.
041200****************************************************************
041300  8100-ACCEPT-CC-CODE.
041400      MOVE 'N' TO DL-VALID-SW.
041500      PERFORM 8110-GET-CC-CODE THRU 8110-GET-CC-CODE-EXIT
041600          UNTIL DL-VALID-SW = 'Y'.
041700  8100-ACCEPT-CC-CODE-EXIT.
041800      EXIT.
041900  8110-GET-CC-CODE.
042000      DISPLAY 'CENTRO DI COSTO (4 CARATTERI)?'.
042100      MOVE SPACES TO DL-NEW-CC-CODE.
042200      ACCEPT DL-NEW-CC-CODE.
042300      IF DL-NEW-CC-CODE = SPACES
042400          DISPLAY 'IL CENTRO DI COSTO NON PUO'' ESSERE VUOTO'
042500          GO TO 8110-GET-CC-CODE-EXIT
042600      END-IF.
042700      MOVE DL-NEW-CC-CODE TO CC-CODE.
042800      READ COST-CENTER-FILE
042900          INVALID KEY
043000              DISPLAY 'CENTRO DI COSTO ' DL-NEW-CC-CODE
043100                  ' NON IN ANAGRAFICA CCREF'
043200          NOT INVALID KEY
043300              MOVE 'Y' TO DL-VALID-SW
043400      END-READ.
043500  8110-GET-CC-CODE-EXIT.
043600      EXIT.
043700  8200-ACCEPT-YEAR.
043800      MOVE 'N' TO DL-VALID-SW.
043900      PERFORM 8210-GET-YEAR THRU 8210-GET-YEAR-EXIT
044000          UNTIL DL-VALID-SW = 'Y'.
044100  8200-ACCEPT-YEAR-EXIT.
044200      EXIT.
044300  8210-GET-YEAR.
044400      DISPLAY 'ANNO (AAAA)?'.
044500      MOVE SPACES TO DL-BUFFER.
044600      ACCEPT DL-BUFFER.
044700      MOVE DL-BUFFER(1:4) TO DL-YEAR-X.
044800      IF DL-YEAR-X NOT NUMERIC OR DL-BUFFER(5:6) NOT = SPACES
044900              OR DL-YEAR-IN < 2000
045000          DISPLAY 'ANNO NON VALIDO - FORMATO AAAA'
045100      ELSE
045200          MOVE DL-YEAR-IN TO DL-NEW-YEAR
045300          MOVE 'Y' TO DL-VALID-SW
045400      END-IF.
045500  8210-GET-YEAR-EXIT.
045600      EXIT.
045700  8300-ACCEPT-MONTH.
045800      MOVE 'N' TO DL-VALID-SW.
045900      PERFORM 8310-GET-MONTH THRU 8310-GET-MONTH-EXIT
046000          UNTIL DL-VALID-SW = 'Y'.
046100  8300-ACCEPT-MONTH-EXIT.
046200      EXIT.
046300  8310-GET-MONTH.
046400      DISPLAY 'MESE (01-12)?'.
046500      MOVE SPACES TO DL-BUFFER.
046600      ACCEPT DL-BUFFER.
046700      IF DL-BUFFER(2:1) = SPACE
046800          MOVE '0' TO DL-MONTH-X(1:1)
046900          MOVE DL-BUFFER(1:1) TO DL-MONTH-X(2:1)
047000      ELSE
047100          MOVE DL-BUFFER(1:2) TO DL-MONTH-X
047200      END-IF.
047300      IF DL-MONTH-X NOT NUMERIC OR DL-BUFFER(3:8) NOT = SPACES
047400              OR DL-MONTH-IN = 0 OR DL-MONTH-IN > 12
047500          DISPLAY 'MESE NON VALIDO - DA 01 A 12'
047600      ELSE
047700          MOVE DL-MONTH-IN TO DL-NEW-MONTH
047800          MOVE 'Y' TO DL-VALID-SW
047900      END-IF.
048000  8310-GET-MONTH-EXIT.
048100      EXIT.
048200  8400-ACCEPT-HEADCOUNT.
048300      MOVE 'N' TO DL-VALID-SW.
048400      PERFORM 8410-GET-HEADCOUNT THRU 8410-GET-HEADCOUNT-EXIT
048500          UNTIL DL-VALID-SW = 'Y'.
048600  8400-ACCEPT-HEADCOUNT-EXIT.
048700      EXIT.
048800  8410-GET-HEADCOUNT.
048900      DISPLAY 'ORGANICO A BUDGET (NUMERO DIPENDENTI)?'.
049000      MOVE SPACES TO DL-BUFFER.
049100      ACCEPT DL-BUFFER.
049200      PERFORM 8420-FIND-ENTRY-LENGTH
049300          THRU 8420-FIND-ENTRY-LENGTH-EXIT.
049400      IF DL-ENTRY-LEN = 0 OR DL-ENTRY-LEN > 5
049500          DISPLAY 'VALORE NON VALIDO - INSERISCI DA 1 A 5 CIFRE'
049600          GO TO 8410-GET-HEADCOUNT-EXIT
049700      END-IF.
049800      MOVE ZEROES TO DL-AMOUNT-X.
049900      MOVE DL-BUFFER(1:DL-ENTRY-LEN)
050000          TO DL-AMOUNT-X(10 - DL-ENTRY-LEN:DL-ENTRY-LEN).
050100      IF DL-AMOUNT-X NOT NUMERIC
050200          DISPLAY 'VALORE NON VALIDO - INSERISCI UN NUMERO'
050300      ELSE
050400          MOVE DL-AMOUNT-IN TO DL-NEW-HEADCOUNT
050500          MOVE 'Y' TO DL-VALID-SW
050600      END-IF.
050700  8410-GET-HEADCOUNT-EXIT.
050800      EXIT.
050900  8420-FIND-ENTRY-LENGTH.
051000      MOVE 0 TO DL-ENTRY-LEN.
051100      PERFORM 8430-CHECK-ONE-CHAR
051200          THRU 8430-CHECK-ONE-CHAR-EXIT
051300          VARYING DL-SCAN FROM 10 BY -1
051400          UNTIL DL-SCAN < 1 OR DL-ENTRY-LEN > 0.
051500  8420-FIND-ENTRY-LENGTH-EXIT.
051600      EXIT.
051700  8430-CHECK-ONE-CHAR.
051800      IF DL-BUFFER(DL-SCAN:1) NOT = SPACE
051900          MOVE DL-SCAN TO DL-ENTRY-LEN
052000      END-IF.
052100  8430-CHECK-ONE-CHAR-EXIT.
052200      EXIT.
052300  8500-ACCEPT-COST.
052400      MOVE 'N' TO DL-VALID-SW.
052500      PERFORM 8510-GET-COST THRU 8510-GET-COST-EXIT
052600          UNTIL DL-VALID-SW = 'Y'.
052700  8500-ACCEPT-COST-EXIT.
052800      EXIT.
052900  8510-GET-COST.
053000      DISPLAY 'COSTO DEL LAVORO A BUDGET (EURO INTERI)?'.
053100      MOVE SPACES TO DL-BUFFER.
053200      ACCEPT DL-BUFFER.
053300      PERFORM 8420-FIND-ENTRY-LENGTH
053400          THRU 8420-FIND-ENTRY-LENGTH-EXIT.
053500      IF DL-ENTRY-LEN = 0 OR DL-ENTRY-LEN > 9
053600          DISPLAY 'VALORE NON VALIDO - INSERISCI DA 1 A 9 CIFRE'
053700          GO TO 8510-GET-COST-EXIT
053800      END-IF.
053900      MOVE ZEROES TO DL-AMOUNT-X.
054000      MOVE DL-BUFFER(1:DL-ENTRY-LEN)
054100          TO DL-AMOUNT-X(10 - DL-ENTRY-LEN:DL-ENTRY-LEN).
054200      IF DL-AMOUNT-X NOT NUMERIC
054300          DISPLAY 'VALORE NON VALIDO - INSERISCI UN NUMERO'
054400      ELSE
054500          MOVE DL-AMOUNT-IN TO DL-NEW-COST
054600          MOVE 'Y' TO DL-VALID-SW
054700      END-IF.
054800  8510-GET-COST-EXIT.
054900      EXIT.
