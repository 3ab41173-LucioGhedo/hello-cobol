002545*                 WEEK'S NET TO A STRANGER.  A MISSING PAYPARM
002546*                 FILE HOLDS EVERY STIPENDIO CHANGE (THRESHOLD
002547*                 ZERO) - THE CAUTIOUS DEFAULT.
002557*  15/10/2026 LG  A NEW IBAN IS NOW CHECKED BY IBANCHK (COUNTRY,
002567*                 LENGTH, MOD-97 CHECK DIGITS) AS IT IS KEYED AND
002577*                 ASKED FOR AGAIN UNTIL IT PASSES OR IS LEFT
002587*                 EMPTY.  LOWER CASE IS TAKEN AS UPPER.
002588*  15/10/2026 LG  ADD AND CHANGE NOW ALSO MAINTAIN THE NEW
002589*                 EMP-COMPANY EMPLOYING COMPANY, WHICH MUST BE
002590*                 ACTIVE ON COMPREF (COMPINFO).  AN OPERATOR MAY
002591*                 ONLY ADD TO, OR CHANGE, TERMINATE AND DELETE
002592*                 EMPLOYEES OF, THE COMPANIES THEY ARE ALLOWED TO
002593*                 RUN (COMPAUTH).
002594*  15/10/2026 LG  A HIRE DATE INSIDE A PAY PERIOD PERCLOSE HAS
002595*                 CLOSED (PERCHK) IS ASKED AGAIN, AND SO IS A
002596*                 TERMINATION DATE - THE PERIOD HAS BEEN PAID.
002598****************************************************************
002600  ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
002800  SOURCE-COMPUTER. IBM-PC.
005300  01  DL-CHOICE                    PIC X(01).
005400  01  DL-FOUND-SW                  PIC X(01).
005500      88  DL-MATRICOLA-FOUND                  VALUE 'Y'.
005510      88  DL-NOT-AUTHORISED                   VALUE 'X'.
005600  01  DL-VALID-SW                  PIC X(01).
005700  01  DL-NEW-MATRICOLA             PIC X(05).
005800  01  DL-NEW-NOME                  PIC X(20).
006610  01  DL-NEW-TERM-DATE             PIC 9(08).
006620  01  DL-NEW-COST-CENTER           PIC X(04).
006630  01  DL-NEW-IBAN                  PIC X(27).
006631  01  DL-IBAN-RESULT               PIC 9(01).
006632  01  DL-IBAN-MESSAGE              PIC X(32).
006633  01  DL-CC-FILE-STATUS            PIC X(02).
006634  01  DL-CCREF-SW                  PIC X(01) VALUE 'N'.
006636      88  DL-CCREF-AVAILABLE                  VALUE 'Y'.
006640  01  DL-HOURS-X                   PIC X(04).
006723  01  DL-APPR-THRESHOLD            PIC 9(07)V99 VALUE 0.
006724  01  DL-DELTA                     PIC S9(08)V99.
006725  01  DL-HELD-COUNT                PIC 9(02).
006726  01  DL-NEW-COMPANY               PIC X(02).
006734  01  DL-COMPANY-DEFAULT           PIC X(02).
006742  01  DL-COMPANY-RESULT            PIC 9(01).
006750  01  DL-AUTH-RESULT               PIC 9(01).
006751  01  DL-PERIOD-RESULT             PIC 9(01).
006752      88  DL-PERIOD-CLOSED                    VALUE 1.
006758  01  DL-COMPANY-INFO.
006766      05  DL-CI-CODE               PIC X(02).
006774      05  DL-CI-NAME               PIC X(30).
006782      05  FILLER                   PIC X(48).
006790*
006800  PROCEDURE DIVISION.
006900****************************************************************
007000*  0000-MAINLINE
013200  3000-ADD-EMPLOYEE.
013300      PERFORM 8100-ACCEPT-MATRICOLA
013400          THRU 8100-ACCEPT-MATRICOLA-EXIT.
013410      MOVE '01' TO DL-COMPANY-DEFAULT.
013420      PERFORM 9200-ACCEPT-COMPANY
013430          THRU 9200-ACCEPT-COMPANY-EXIT.
013500      PERFORM 8200-ACCEPT-NOME THRU 8200-ACCEPT-NOME-EXIT.
013600      PERFORM 8300-ACCEPT-STIPENDIO
013700          THRU 8300-ACCEPT-STIPENDIO-EXIT.
014180          THRU 9000-ACCEPT-SCHEDULE-EXIT.
014190      PERFORM 9100-ACCEPT-PAY-FREQ
014195          THRU 9100-ACCEPT-PAY-FREQ-EXIT.
014196      PERFORM 9300-CHECK-HIRE-PERIOD
014197          THRU 9300-CHECK-HIRE-PERIOD-EXIT.
014200      MOVE DL-NEW-MATRICOLA TO EMP-MATRICOLA.
014300      MOVE DL-NEW-NOME TO EMP-NOME.
014400      MOVE DL-NEW-STIPENDIO TO EMP-STIPENDIO.
014580      MOVE DL-NEW-STD-HOURS TO EMP-STD-HOURS.
014590      MOVE DL-NEW-SCHEDULE TO EMP-SCHEDULE.
014595      MOVE DL-NEW-PAY-FREQ TO EMP-PAY-FREQ.
014597      MOVE DL-NEW-COMPANY TO EMP-COMPANY.
014600      MOVE DL-NEW-WORK-DAY TO EMP-WORK-DAY.
014700      WRITE EMPLOYEE-MASTER-RECORD
014800          INVALID KEY
017000          THRU 8100-ACCEPT-MATRICOLA-EXIT.
017100      PERFORM 3100-READ-BY-MATRICOLA
017200          THRU 3100-READ-BY-MATRICOLA-EXIT.
017250      IF DL-NOT-AUTHORISED
017260          GO TO 4000-CHANGE-EMPLOYEE-EXIT
017270      END-IF.
017300      IF NOT DL-MATRICOLA-FOUND
017400          DISPLAY 'MATRICOLA ' DL-NEW-MATRICOLA ' NON TROVATA'
017500          GO TO 4000-CHANGE-EMPLOYEE-EXIT
017930      DISPLAY 'ORE STANDARD      : ' EMP-STD-HOURS.
017940      DISPLAY 'ORARIO SETTIMANA  : ' EMP-SCHEDULE.
017950      DISPLAY 'FREQUENZA PAGA    : ' EMP-PAY-FREQ.
017960      DISPLAY 'AZIENDA           : ' EMP-COMPANY.
018000      MOVE EMPLOYEE-MASTER-RECORD TO CG-BEFORE-IMAGE.
018010      MOVE EMP-COMPANY TO DL-COMPANY-DEFAULT.
018020      IF DL-COMPANY-DEFAULT = SPACES
018030          MOVE '01' TO DL-COMPANY-DEFAULT
018040      END-IF.
018050      PERFORM 9200-ACCEPT-COMPANY
018060          THRU 9200-ACCEPT-COMPANY-EXIT.
018100      PERFORM 8200-ACCEPT-NOME THRU 8200-ACCEPT-NOME-EXIT.
018200      PERFORM 8300-ACCEPT-STIPENDIO
018300          THRU 8300-ACCEPT-STIPENDIO-EXIT.
018830      MOVE DL-NEW-STD-HOURS TO EMP-STD-HOURS.
018840      MOVE DL-NEW-SCHEDULE TO EMP-SCHEDULE.
018850      MOVE DL-NEW-PAY-FREQ TO EMP-PAY-FREQ.
018860      MOVE DL-NEW-COMPANY TO EMP-COMPANY.
018900      REWRITE EMPLOYEE-MASTER-RECORD
019000          INVALID KEY
019100              DISPLAY 'RISCRITTURA FALLITA - STATUS '
020200      EXIT.
020300****************************************************************
020400*  3100-READ-BY-MATRICOLA
020500*  KEYED READ OF DL-NEW-MATRICOLA, SETTING DL-FOUND-SW.  AN
020510*  EMPLOYEE OF A COMPANY THE OPERATOR MAY NOT WORK ON (COMPAUTH)
020520*  IS REPORTED AND COMES BACK AS DL-NOT-AUTHORISED.
020600****************************************************************
020700  3100-READ-BY-MATRICOLA.
020800      MOVE 'N' TO DL-FOUND-SW.
021300          NOT INVALID KEY
021400              MOVE 'Y' TO DL-FOUND-SW
021500      END-READ.
021510      IF NOT DL-MATRICOLA-FOUND
021520          GO TO 3100-READ-BY-MATRICOLA-EXIT
021530      END-IF.
021540      CALL 'COMPAUTH' USING EMP-COMPANY DL-AUTH-RESULT.
021550      IF DL-AUTH-RESULT NOT = 0
021560          DISPLAY 'DIPENDENTE DI AZIENDA ' EMP-COMPANY
021570              ' NON AUTORIZZATA PER L''OPERATORE'
021580          MOVE 'X' TO DL-FOUND-SW
021590      END-IF.
021600  3100-READ-BY-MATRICOLA-EXIT.
021700      EXIT.
021800****************************************************************
022500          THRU 8100-ACCEPT-MATRICOLA-EXIT.
022600      PERFORM 3100-READ-BY-MATRICOLA
022700          THRU 3100-READ-BY-MATRICOLA-EXIT.
022750      IF DL-NOT-AUTHORISED
022760          GO TO 5000-DELETE-EMPLOYEE-EXIT
022770      END-IF.
022800      IF NOT DL-MATRICOLA-FOUND
022900          DISPLAY 'MATRICOLA ' DL-NEW-MATRICOLA ' NON TROVATA'
023000          GO TO 5000-DELETE-EMPLOYEE-EXIT
025862  7000-TERMINATE-EMPLOYEE.
025864      PERFORM 8100-ACCEPT-MATRICOLA
025866          THRU 8100-ACCEPT-MATRICOLA-EXIT.
025867      PERFORM 3100-READ-BY-MATRICOLA
025868          THRU 3100-READ-BY-MATRICOLA-EXIT.
025869      IF DL-NOT-AUTHORISED
025870          GO TO 7000-TERMINATE-EMPLOYEE-EXIT
025871      END-IF.
025872      IF NOT DL-MATRICOLA-FOUND
025874          DISPLAY 'MATRICOLA ' DL-NEW-MATRICOLA ' NON TROVATA'
025876          GO TO 7000-TERMINATE-EMPLOYEE-EXIT
026929          DISPLAY 'DATA NON VALIDA - FORMATO AAAAMMGG'
026934      ELSE
026939          MOVE DL-BUFFER-CHECK(2:8) TO DL-NEW-TERM-DATE
026940          CALL 'PERCHK' USING EMP-COMPANY EMP-PAY-FREQ
026941              DL-NEW-TERM-DATE DL-PERIOD-RESULT
026942          IF DL-PERIOD-CLOSED
026943              DISPLAY 'CESSAZIONE IN UN PERIODO GIA'' CHIUSO'
026944          ELSE
026945              MOVE 'Y' TO DL-VALID-SW
026946          END-IF
026949      END-IF.
026954  8610-GET-TERM-DATE-EXIT.
026959      EXIT.
027129****************************************************************
027134*  8800-ACCEPT-IBAN
027139*  THE IBAN MAY BE LEFT EMPTY (SOME PEOPLE ARE STILL PAID BY
027142*  HAND) - THE BANK-FILE STEP SKIPS AND REPORTS THEM.  ANYTHING
027145*  KEYED MUST PASS IBANCHK, OR IT IS ASKED FOR AGAIN.
027149****************************************************************
027154  8800-ACCEPT-IBAN.
027155      MOVE 'N' TO DL-VALID-SW.
027156      PERFORM 8810-GET-IBAN THRU 8810-GET-IBAN-EXIT
027157          UNTIL DL-VALID-SW = 'Y'.
027158  8800-ACCEPT-IBAN-EXIT.
027159      EXIT.
027160  8810-GET-IBAN.
027161      DISPLAY 'IBAN (INVIO = NESSUNO)?'.
027164      MOVE SPACES TO DL-NEW-IBAN.
027169      ACCEPT DL-NEW-IBAN.
027170      IF DL-NEW-IBAN = SPACES
027171          MOVE 'Y' TO DL-VALID-SW
027172          GO TO 8810-GET-IBAN-EXIT
027173      END-IF.
027174      INSPECT DL-NEW-IBAN CONVERTING
027175          'abcdefghijklmnopqrstuvwxyz'
027176          TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
027177      CALL 'IBANCHK' USING DL-NEW-IBAN DL-IBAN-RESULT
027178          DL-IBAN-MESSAGE.
027179      IF DL-IBAN-RESULT = 0
027180          MOVE 'Y' TO DL-VALID-SW
027181      ELSE
027182          DISPLAY 'IBAN NON VALIDO - ' DL-IBAN-MESSAGE
027183      END-IF.
027184  8810-GET-IBAN-EXIT.
027185      EXIT.
027186****************************************************************
027189*  8900-ACCEPT-STD-HOURS
027194*  STANDARD DAILY HOURS, 1 TO 24 WITH TWO DECIMALS, KEYED THE
027199*  SAME WAY AS THE STIPENDIO: THE TYPED DIGITS ARE MEASURED AND
027709      END-EVALUATE.
027714  9110-GET-PAY-FREQ-EXIT.
027719      EXIT.
027724****************************************************************
027729*  9200-ACCEPT-COMPANY
027734*  THE EMPLOYING COMPANY.  INVIO KEEPS DL-COMPANY-DEFAULT (01 ON
027739*  AN ADD, THE CURRENT COMPANY ON A CHANGE).  THE CODE MUST BE
027744*  ACTIVE ON COMPREF AND ONE THE OPERATOR MAY WORK ON; A
027749*  MISSING COMPREF FILE IS REPORTED AND THAT CHECK WAIVED, AS
027754*  FOR CCREF.
027759****************************************************************
027764  9200-ACCEPT-COMPANY.
027769      MOVE 'N' TO DL-VALID-SW.
027774      PERFORM 9210-GET-COMPANY THRU 9210-GET-COMPANY-EXIT
027779          UNTIL DL-VALID-SW = 'Y'.
027784  9200-ACCEPT-COMPANY-EXIT.
027789      EXIT.
027794  9210-GET-COMPANY.
027799      DISPLAY 'AZIENDA (INVIO = ' DL-COMPANY-DEFAULT ')?'.
027804      MOVE SPACES TO DL-NEW-COMPANY.
027809      ACCEPT DL-NEW-COMPANY.
027814      IF DL-NEW-COMPANY = SPACES
027819          MOVE DL-COMPANY-DEFAULT TO DL-NEW-COMPANY
027824      END-IF.
027829      CALL 'COMPINFO' USING DL-NEW-COMPANY DL-COMPANY-INFO
027834          DL-COMPANY-RESULT.
027839      EVALUATE DL-COMPANY-RESULT
027844          WHEN 0
027849              DISPLAY 'AZIENDA: ' DL-CI-NAME
027854          WHEN 2
027859              DISPLAY 'COMPREF NON DISPONIBILE - AZIENDA NON '
027864                  'VERIFICATA'
027869          WHEN 3
027874              DISPLAY 'AZIENDA ' DL-NEW-COMPANY ' NON ATTIVA'
027879              GO TO 9210-GET-COMPANY-EXIT
027884          WHEN OTHER
027889              DISPLAY 'AZIENDA ' DL-NEW-COMPANY
027894                  ' NON CENSITA IN COMPREF'
027899              GO TO 9210-GET-COMPANY-EXIT
027904      END-EVALUATE.
027909      CALL 'COMPAUTH' USING DL-NEW-COMPANY DL-AUTH-RESULT.
027914      IF DL-AUTH-RESULT NOT = 0
027919          DISPLAY 'AZIENDA ' DL-NEW-COMPANY
027924              ' NON AUTORIZZATA PER L''OPERATORE'
027929          GO TO 9210-GET-COMPANY-EXIT
027934      END-IF.
027939      MOVE 'Y' TO DL-VALID-SW.
027944  9210-GET-COMPANY-EXIT.
027949      EXIT.
027954****************************************************************
027959*  9300-CHECK-HIRE-PERIOD
027964*  ONCE COMPANY AND PAY FREQUENCY ARE KNOWN THE HIRE DATE MAY
027969*  NOT FALL IN A PAY PERIOD ALREADY CLOSED (PERCHK); IT IS
027974*  ASKED AGAIN UNTIL IT DOES NOT.
027979****************************************************************
027984  9300-CHECK-HIRE-PERIOD.
027989      CALL 'PERCHK' USING DL-NEW-COMPANY DL-NEW-PAY-FREQ
027994          DL-NEW-HIRE-DATE DL-PERIOD-RESULT.
027999      PERFORM 9310-REASK-HIRE-DATE
028004          THRU 9310-REASK-HIRE-DATE-EXIT
028009          UNTIL NOT DL-PERIOD-CLOSED.
028014  9300-CHECK-HIRE-PERIOD-EXIT.
028019      EXIT.
028024  9310-REASK-HIRE-DATE.
028029      DISPLAY 'ASSUNZIONE ' DL-NEW-HIRE-DATE
028034          ' IN UN PERIODO DI PAGA GIA'' CHIUSO'.
028039      PERFORM 8500-ACCEPT-HIRE-DATE
028044          THRU 8500-ACCEPT-HIRE-DATE-EXIT.
028049      CALL 'PERCHK' USING DL-NEW-COMPANY DL-NEW-PAY-FREQ
028054          DL-NEW-HIRE-DATE DL-PERIOD-RESULT.
028059  9310-REASK-HIRE-DATE-EXIT.
028064      EXIT.
