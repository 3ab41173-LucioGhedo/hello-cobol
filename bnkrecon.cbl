002000*  CTLRECON FOR THE TRANSACTION FILES.
002100*  MOD HISTORY
002200*  31/08/2026 LG  NEW.
002210*  15/10/2026 LG  ALSO PROVES THE SEPA CREDIT-TRANSFER FILE
002220*                 (SEPAFILE, PAIN.001) BANKPAY NOW WRITES: THE
002230*                 TRANSACTIONS' COUNT AND INSTRUCTED AMOUNTS
002240*                 AGAINST BNKCTL AND AGAINST THE NBOFTXS/CTRLSUM
002250*                 OF BOTH THE GROUP HEADER AND THE PAYMENT BLOCK.
002260*                 A MISSING OR UNREADABLE SEPA FILE IS A BREAK.
002270*  15/10/2026 LG  THE NETPAY RE-DERIVATION LEAVES OUT AN IBAN THAT
002280*                 FAILS IBANCHK, AS BANKPAY NOW HOLDS IT BACK.
002300****************************************************************
002400  ENVIRONMENT DIVISION.
002500  CONFIGURATION SECTION.
003300      SELECT BANK-FILE ASSIGN TO "BANKFILE"
003400          ORGANIZATION LINE SEQUENTIAL
003500          FILE STATUS IS DL-BANK-FILE-STATUS.
003520      SELECT SEPA-FILE ASSIGN TO "SEPAFILE"
003540          ORGANIZATION LINE SEQUENTIAL
003560          FILE STATUS IS DL-SEPA-FILE-STATUS.
003600      SELECT NET-PAY-FILE ASSIGN TO "NETPAY"
003700          ORGANIZATION LINE SEQUENTIAL
003800          FILE STATUS IS DL-NETPAY-FILE-STATUS.
006200      05  BT-COUNT                PIC 9(08).
006300      05  BT-TOTAL                PIC 9(13)V99.
006400      05  FILLER                  PIC X(56).
006430  FD  SEPA-FILE.
006460  01  SEPA-RECORD                  PIC X(100).
006500  FD  NET-PAY-FILE.
006600  COPY NETPAY.
006700  FD  EMPLOYEE-MASTER.
007800  01  DL-NETPAY-FILE-STATUS        PIC X(02).
007900  01  DL-EMP-FILE-STATUS           PIC X(02).
008000  01  DL-EXC-FILE-STATUS           PIC X(02).
008030  01  DL-IBAN-RESULT               PIC 9(01).
008060  01  DL-IBAN-MESSAGE              PIC X(32).
008100  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
008200      88  DL-END-OF-FILE                      VALUE 'Y'.
008300  01  DL-BREAK-COUNT               PIC 9(02) VALUE 0.
008900  01  DL-TRL-TOTAL                 PIC 9(13)V99 VALUE 0.
009000  01  DL-EXP-COUNT                 PIC 9(08) VALUE 0.
009100  01  DL-EXP-TOTAL                 PIC 9(13)V99 VALUE 0.
009103  01  DL-SEPA-FILE-STATUS          PIC X(02).
009106  01  DL-SEPA-SW                   PIC X(01) VALUE 'N'.
009109      88  DL-SEPA-READ                        VALUE 'Y'.
009112  01  DL-SEPA-COUNT                PIC 9(08) VALUE 0.
009115  01  DL-SEPA-TOTAL                PIC 9(13)V99 VALUE 0.
009118  01  DL-SEPA-HDR-COUNT            PIC 9(08) VALUE 0.
009121  01  DL-SEPA-HDR-TOTAL            PIC 9(13)V99 VALUE 0.
009124  01  DL-SEPA-PMT-COUNT            PIC 9(08) VALUE 0.
009127  01  DL-SEPA-PMT-TOTAL            PIC 9(13)V99 VALUE 0.
009130  01  DL-SEPA-BAD-COUNT            PIC 9(06) VALUE 0.
009133  01  DL-NBOFTXS-SEEN              PIC 9(02) VALUE 0.
009136  01  DL-CTRLSUM-SEEN              PIC 9(02) VALUE 0.
009139*
009142*  ONE PAIN.001 LINE TAKEN APART: <TAG ATTRIBUTES>VALUE</TAG>.
009145*
009148  01  DL-LEAD                      PIC 9(03) COMP.
009151  01  DL-XML-SKIP                  PIC X(10).
009154  01  DL-XML-TAG                   PIC X(60).
009157  01  DL-XML-ELEMENT               PIC X(30).
009160  01  DL-XML-VALUE                 PIC X(60).
009163  01  DL-XML-AMOUNT                PIC 9(13)V99.
009166  01  DL-AMT-TEXT.
009169      05  DL-AMT-INT               PIC X(13) JUSTIFIED RIGHT.
009172      05  DL-AMT-DEC               PIC X(02).
009175  01  DL-AMT-NUM REDEFINES DL-AMT-TEXT
009178                                   PIC 9(13)V99.
009200*
009300  PROCEDURE DIVISION.
009400****************************************************************
010300      PERFORM 1000-READ-CONTROL THRU 1000-READ-CONTROL-EXIT.
010400      PERFORM 2000-SCAN-BANK-FILE
010500          THRU 2000-SCAN-BANK-FILE-EXIT.
010530      PERFORM 2500-SCAN-SEPA-FILE
010560          THRU 2500-SCAN-SEPA-FILE-EXIT.
010600      PERFORM 3000-DERIVE-EXPECTED
010700          THRU 3000-DERIVE-EXPECTED-EXIT.
010800      PERFORM 4000-COMPARE THRU 4000-COMPARE-EXIT.
019200  2010-SCAN-ONE-EXIT.
019300      EXIT.
019400****************************************************************
019401*  2500-SCAN-SEPA-FILE
019402*  RE-COUNTS AND RE-TOTALS THE CREDIT-TRANSFER TRANSACTIONS IN
019403*  THE PAIN.001 FILE (ONE INSTDAMT PER TRANSACTION) AND PICKS UP
019404*  THE NBOFTXS/CTRLSUM PAIRS - THE FIRST IS THE GROUP HEADER'S,
019405*  THE SECOND THE PAYMENT BLOCK'S.  BANKPAY WRITES ONE ELEMENT
019406*  PER LINE, WHICH IS ALL THIS NEEDS TO UNDERSTAND.
019407****************************************************************
019408  2500-SCAN-SEPA-FILE.
019409      MOVE 'N' TO DL-EOF-SW.
019410      OPEN INPUT SEPA-FILE.
019411      IF DL-SEPA-FILE-STATUS NOT = '00'
019412          DISPLAY 'IMPOSSIBILE APRIRE SEPAFILE - STATUS '
019413              DL-SEPA-FILE-STATUS
019414          GO TO 2500-SCAN-SEPA-FILE-EXIT
019415      END-IF.
019416      MOVE 'Y' TO DL-SEPA-SW.
019417      PERFORM 2510-SCAN-ONE-SEPA THRU 2510-SCAN-ONE-SEPA-EXIT
019418          UNTIL DL-END-OF-FILE.
019419      CLOSE SEPA-FILE.
019420  2500-SCAN-SEPA-FILE-EXIT.
019421      EXIT.
019422  2510-SCAN-ONE-SEPA.
019423      READ SEPA-FILE
019424          AT END
019425              MOVE 'Y' TO DL-EOF-SW
019426              GO TO 2510-SCAN-ONE-SEPA-EXIT
019427      END-READ.
019428      PERFORM 9000-SPLIT-XML-LINE THRU 9000-SPLIT-XML-LINE-EXIT.
019429      EVALUATE DL-XML-ELEMENT
019430          WHEN 'InstdAmt'
019431              PERFORM 9100-PARSE-AMOUNT
019432                  THRU 9100-PARSE-AMOUNT-EXIT
019433              ADD 1 TO DL-SEPA-COUNT
019434              ADD DL-XML-AMOUNT TO DL-SEPA-TOTAL
019435          WHEN 'NbOfTxs'
019436              PERFORM 9100-PARSE-AMOUNT
019437                  THRU 9100-PARSE-AMOUNT-EXIT
019438              ADD 1 TO DL-NBOFTXS-SEEN
019439              IF DL-NBOFTXS-SEEN = 1
019440                  MOVE DL-XML-AMOUNT TO DL-SEPA-HDR-COUNT
019441              ELSE
019442                  MOVE DL-XML-AMOUNT TO DL-SEPA-PMT-COUNT
019443              END-IF
019444          WHEN 'CtrlSum'
019445              PERFORM 9100-PARSE-AMOUNT
019446                  THRU 9100-PARSE-AMOUNT-EXIT
019447              ADD 1 TO DL-CTRLSUM-SEEN
019448              IF DL-CTRLSUM-SEEN = 1
019449                  MOVE DL-XML-AMOUNT TO DL-SEPA-HDR-TOTAL
019450              ELSE
019451                  MOVE DL-XML-AMOUNT TO DL-SEPA-PMT-TOTAL
019452              END-IF
019453          WHEN OTHER
019454              CONTINUE
019455      END-EVALUATE.
019456  2510-SCAN-ONE-SEPA-EXIT.
019457      EXIT.
019458****************************************************************
019500*  3000-DERIVE-EXPECTED
019600*  RE-DERIVES WHAT BANKPAY SHOULD HAVE PAID: ONE CREDIT PER
019700*  NETPAY RECORD WHOSE EMPLOYEE HAS AN IBAN ON THE KEYED
019800*  MASTER THAT PASSES IBANCHK, TOTALLED ON NP-NET.
019900****************************************************************
020000  3000-DERIVE-EXPECTED.
020100      MOVE 'N' TO DL-EOF-SW.
023300              GO TO 3010-EXPECT-ONE-EXIT
023400      END-READ.
023500      IF EMP-IBAN = SPACES
023510          GO TO 3010-EXPECT-ONE-EXIT
023520      END-IF.
023530      CALL 'IBANCHK' USING EMP-IBAN DL-IBAN-RESULT
023540          DL-IBAN-MESSAGE.
023550      IF DL-IBAN-RESULT NOT = 0
023600          GO TO 3010-EXPECT-ONE-EXIT
023700      END-IF.
023800      ADD 1 TO DL-EXP-COUNT.
025100          ' TOTALE ' DL-FILE-TOTAL.
025200      DISPLAY 'NETPAY    CONTEGGIO ' DL-EXP-COUNT
025300          ' TOTALE ' DL-EXP-TOTAL.
025330      DISPLAY 'SEPAFILE  CONTEGGIO ' DL-SEPA-COUNT
025360          ' TOTALE ' DL-SEPA-TOTAL.
025400      IF CT-RECORD-COUNT NOT = DL-FILE-COUNT
025500              OR CT-TOTAL-AMOUNT NOT = DL-FILE-TOTAL
025600          DISPLAY 'SQUADRATURA BNKCTL / BANKFILE'
027600          MOVE 'SQUADRATURA NETPAY / BANKFILE' TO EX-MESSAGE
027700          PERFORM 4100-LOG-BREAK THRU 4100-LOG-BREAK-EXIT
027800      END-IF.
027850      PERFORM 4200-COMPARE-SEPA THRU 4200-COMPARE-SEPA-EXIT.
027900  4000-COMPARE-EXIT.
028000      EXIT.
028100  4100-LOG-BREAK.
028500      PERFORM 9800-WRITE-EXCEPTION
028600          THRU 9800-WRITE-EXCEPTION-EXIT.
028700  4100-LOG-BREAK-EXIT.
028701      EXIT.
028702****************************************************************
028703*  4200-COMPARE-SEPA
028704*  THE SEPA FILE MUST EXIST, CARRY BOTH COUNT/SUM PAIRS, HAVE
028705*  ONLY READABLE AMOUNTS, AND AGREE WITH BNKCTL AND WITH ITSELF.
028706****************************************************************
028707  4200-COMPARE-SEPA.
028708      IF NOT DL-SEPA-READ
028709          DISPLAY 'SEPAFILE MANCANTE'
028710          MOVE 'SEPAFILE MANCANTE - QUADRATURA IMPOSSIBILE'
028711              TO EX-MESSAGE
028712          PERFORM 4100-LOG-BREAK THRU 4100-LOG-BREAK-EXIT
028713          GO TO 4200-COMPARE-SEPA-EXIT
028714      END-IF.
028715      IF DL-NBOFTXS-SEEN NOT = 2 OR DL-CTRLSUM-SEEN NOT = 2
028716          DISPLAY 'SEPAFILE SENZA NBOFTXS/CTRLSUM DI TESTATA E '
028717              'DI BLOCCO'
028718          MOVE 'SEPAFILE INCOMPLETO - NBOFTXS/CTRLSUM MANCANTI'
028719              TO EX-MESSAGE
028720          PERFORM 4100-LOG-BREAK THRU 4100-LOG-BREAK-EXIT
028721      END-IF.
028722      IF DL-SEPA-BAD-COUNT > 0
028723          DISPLAY 'IMPORTI ILLEGGIBILI IN SEPAFILE: '
028724              DL-SEPA-BAD-COUNT
028725          MOVE 'IMPORTI ILLEGGIBILI IN SEPAFILE' TO EX-MESSAGE
028726          PERFORM 4100-LOG-BREAK THRU 4100-LOG-BREAK-EXIT
028727      END-IF.
028728      IF CT-RECORD-COUNT NOT = DL-SEPA-COUNT
028729              OR CT-TOTAL-AMOUNT NOT = DL-SEPA-TOTAL
028730          DISPLAY 'SQUADRATURA BNKCTL / SEPAFILE'
028731          MOVE 'SQUADRATURA BNKCTL / SEPAFILE' TO EX-MESSAGE
028732          PERFORM 4100-LOG-BREAK THRU 4100-LOG-BREAK-EXIT
028733      END-IF.
028734      IF DL-SEPA-HDR-COUNT NOT = DL-SEPA-COUNT
028735              OR DL-SEPA-HDR-TOTAL NOT = DL-SEPA-TOTAL
028736              OR DL-SEPA-PMT-COUNT NOT = DL-SEPA-COUNT
028737              OR DL-SEPA-PMT-TOTAL NOT = DL-SEPA-TOTAL
028738          DISPLAY 'SQUADRATURA NBOFTXS-CTRLSUM / BONIFICI SEPA'
028739          MOVE 'SQUADRATURA NBOFTXS-CTRLSUM / BONIFICI SEPA'
028740              TO EX-MESSAGE
028741          PERFORM 4100-LOG-BREAK THRU 4100-LOG-BREAK-EXIT
028742      END-IF.
028743  4200-COMPARE-SEPA-EXIT.
028744      EXIT.
028745****************************************************************
028746*  9000-SPLIT-XML-LINE / 9100-PARSE-AMOUNT
028747*  9000 SPLITS ONE LINE INTO THE ELEMENT NAME (ATTRIBUTES
028748*  DROPPED) AND ITS TEXT.  9100 TURNS THAT TEXT - DIGITS WITH
028749*  AN OPTIONAL DECIMAL POINT - INTO DL-XML-AMOUNT; ANYTHING ELSE
028750*  GIVES ZERO AND IS COUNTED AS UNREADABLE.
028751****************************************************************
028752  9000-SPLIT-XML-LINE.
028753      MOVE SPACES TO DL-XML-TAG.
028754      MOVE SPACES TO DL-XML-ELEMENT.
028755      MOVE SPACES TO DL-XML-VALUE.
028756      MOVE 0 TO DL-LEAD.
028757      INSPECT SEPA-RECORD TALLYING DL-LEAD FOR LEADING SPACES.
028758      IF DL-LEAD >= 100
028759          GO TO 9000-SPLIT-XML-LINE-EXIT
028760      END-IF.
028761      UNSTRING SEPA-RECORD(DL-LEAD + 1:) DELIMITED BY '<' OR '>'
028762          INTO DL-XML-SKIP DL-XML-TAG DL-XML-VALUE.
028763      UNSTRING DL-XML-TAG DELIMITED BY SPACE
028764          INTO DL-XML-ELEMENT.
028765  9000-SPLIT-XML-LINE-EXIT.
028766      EXIT.
028767  9100-PARSE-AMOUNT.
028768      MOVE SPACES TO DL-AMT-TEXT.
028769      UNSTRING DL-XML-VALUE DELIMITED BY '.' OR SPACE
028770          INTO DL-AMT-INT DL-AMT-DEC.
028771      INSPECT DL-AMT-TEXT REPLACING ALL SPACE BY ZERO.
028772      IF DL-AMT-TEXT NUMERIC
028773          MOVE DL-AMT-NUM TO DL-XML-AMOUNT
028774      ELSE
028775          MOVE 0 TO DL-XML-AMOUNT
028776          ADD 1 TO DL-SEPA-BAD-COUNT
028777      END-IF.
028778  9100-PARSE-AMOUNT-EXIT.
028800      EXIT.
028900****************************************************************
029000*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
