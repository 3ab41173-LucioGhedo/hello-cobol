001700*  SKIPPED WITH A WARNING (RC 4) AND MUST BE PAID BY HAND UNTIL
001800*  THE MASTER IS FIXED.  REPLACES THE WEB-PORTAL RETYPE.
001900*  MOD HISTORY
001903*  22/08/2026 LG  NEW.
001906*  02/09/2026 LG  NOW CHECKS THE STEPGATE RESTART FILE AT START
001909*                 (SKIPPING ITSELF WHEN PAYREST SAYS THIS STEP
001912*                 ALREADY COMPLETED FOR THE RUN) AND APPENDS A
001915*                 RUN-STATISTICS RECORD AT GOBACK SO THE RESTART
001918*                 CONTROLLER CAN SEE IT COMPLETED.
001921*  15/10/2026 LG  ALSO WRITES THE CREDITOR PAYMENT FILE
001924*                 (CREDFILE, SAME LAYOUT AS THE BANK FILE): ONE
001927*                 CREDIT PER GARNISHMENT AGREEMENT (DEDAGR) THAT
001930*                 PAYCALC TOOK AN INSTALMENT FROM IN THIS RUN, TO
001933*                 THE CREDITOR'S IBAN, PLUS A TRAILER.  A
001936*                 GARNISHMENT WITH NO CREDITOR IBAN IS SKIPPED
001939*                 WITH RC 4.
001942*  15/10/2026 LG  ALSO WRITES THE SAME CREDITS AS A SEPA CREDIT-
001945*                 TRANSFER MESSAGE (PAIN.001.001.03, SEPAFILE),
001948*                 WHICH REPLACES THE FIXED BANK FILE WHEN THE BANK
001951*                 WITHDRAWS IT: GROUP HEADER (MESSAGE ID FROM THE
001954*                 RUN NUMBER, COUNT, CONTROL SUM), ONE PAYMENT
001957*                 BLOCK FOR THE PAYROLL ACCOUNT (PAYPARM
001960*                 PP-DEBTOR-IBAN/NAME) AND ONE TRANSACTION PER
001963*                 EMPLOYEE, END-TO-END ID MATRICOLA/PERIOD END.
001966*                 ONE ELEMENT PER LINE, SO BNKRECON AND BNKRET CAN
001969*                 READ IT BACK.  NO RUN NUMBER OR NO PAYROLL
001972*                 ACCOUNT MEANS NO SEPA FILE AND RC 8.
001975*  15/10/2026 LG  EVERY IBAN, EMPLOYEE OR CREDITOR, IS CHECKED BY
001978*                 IBANCHK (COUNTRY, LENGTH, MOD-97 CHECK DIGITS)
001981*                 BEFORE ITS CREDIT IS WRITTEN.  A BAD ONE IS HELD
001984*                 BACK FROM ALL THREE FILES FOR A MANUAL PAYMENT
001987*                 AND LOGGED AS A SEVERITY 8 EXCEPTION (EXCFILE);
001990*                 THE STEP ENDS RC 4 SO THE REST OF THE PAYMENT
001993*                 STILL GOES.
001996*  15/10/2026 LG  THE SEPA DEBTOR IS THE RUNCTL COMPANY'S
001999*                 COMPREF ACCOUNT AND NAME (CO-DEBTOR-IBAN,
002002*                 CO-NAME), PAYPARM ONLY WHEN IT HAS NONE.
002021****************************************************************
002025  ENVIRONMENT DIVISION.
002029  CONFIGURATION SECTION.
002077          FILE STATUS IS DL-EMPMAST-FILE-STATUS.
002081      SELECT BANK-FILE ASSIGN TO "BANKFILE"
002085          ORGANIZATION LINE SEQUENTIAL.
002086      SELECT CREDITOR-FILE ASSIGN TO "CREDFILE"
002087          ORGANIZATION LINE SEQUENTIAL.
002088      SELECT SEPA-FILE ASSIGN TO "SEPAFILE"
002089          ORGANIZATION LINE SEQUENTIAL.
002090      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
002091          ORGANIZATION LINE SEQUENTIAL
002092          FILE STATUS IS DL-PP-FILE-STATUS.
002093      SELECT AGREEMENT-FILE ASSIGN TO "DEDAGR"
002094          ORGANIZATION INDEXED
002095          ACCESS MODE DYNAMIC
002096          RECORD KEY AG-KEY
002097          FILE STATUS IS DL-AGR-FILE-STATUS.
002098      SELECT BANK-CONTROL-FILE ASSIGN TO "BNKCTL"
002099          ORGANIZATION LINE SEQUENTIAL.
002100      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
002101          ORGANIZATION LINE SEQUENTIAL
002105          FILE STATUS IS DL-RC-FILE-STATUS.
002109      SELECT RUN-STATS ASSIGN TO "RUNSTAT"
002121      SELECT STEP-GATE ASSIGN TO "STEPGATE"
002125          ORGANIZATION LINE SEQUENTIAL
002129          FILE STATUS IS DL-GATE-FILE-STATUS.
002130      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
002131          ORGANIZATION LINE SEQUENTIAL
002132          FILE STATUS IS DL-EXC-FILE-STATUS.
002133*
002137  DATA DIVISION.
002141  FILE SECTION.
002165      05  EMP-WORK-DAY            PIC 9(01).
002169  FD  BANK-FILE.
002173  01  BANK-RECORD                  PIC X(80).
002174  FD  CREDITOR-FILE.
002175  01  CREDITOR-RECORD              PIC X(80).
002176  FD  SEPA-FILE.
002177  01  SEPA-RECORD                  PIC X(100).
002178  FD  PAY-PARAMS.
002179  COPY PAYPARM.
002180  FD  AGREEMENT-FILE.
002181  COPY AGRREC.
002182  FD  BANK-CONTROL-FILE.
002183  COPY CTLTOT.
002185  FD  RUN-CONTROL.
002189  COPY RUNCTL.
002193  FD  RUN-STATS.
002197  COPY RUNSTAT.
002201  FD  STEP-GATE.
002205  COPY GATEREC.
002206  FD  EXCEPTION-FILE.
002207  COPY EXCREC.
002209*
002213  WORKING-STORAGE SECTION.
002217  01  DL-NETPAY-FILE-STATUS        PIC X(02).
002241  01  DL-SKIP-COUNT                PIC 9(06) VALUE 0.
002245  01  DL-MIN-AMOUNT                PIC 9(10) VALUE 9999999999.
002249  01  DL-MAX-AMOUNT                PIC 9(10) VALUE 0.
002250  01  DL-AGR-FILE-STATUS           PIC X(02).
002251  01  DL-AGR-EOF-SW                PIC X(01).
002252      88  DL-AGR-END                          VALUE 'Y'.
002253  01  DL-RUN-NUMBER                PIC 9(06) VALUE 0.
002254  01  DL-CRED-COUNT                PIC 9(08) VALUE 0.
002255  01  DL-CRED-TOTAL                PIC 9(13)V99 VALUE 0.
002256  01  DL-CRED-SKIP-COUNT           PIC 9(06) VALUE 0.
002257  01  DL-PP-FILE-STATUS            PIC X(02).
002258  01  DL-PERIOD-END                PIC 9(08) VALUE 0.
002259  01  DL-PROCESS-DATE              PIC 9(08) VALUE 0.
002260  01  DL-SEPA-COUNT                PIC 9(08) VALUE 0.
002261  01  DL-SEPA-TOTAL                PIC 9(13)V99 VALUE 0.
002262  01  DL-DEBTOR-IBAN               PIC X(27).
002263  01  DL-DEBTOR-NAME               PIC X(30).
002264  01  DL-SEPA-LINE                 PIC X(100) VALUE SPACES.
002265  01  DL-MSG-ID                    PIC X(14).
002266  01  DL-XML-NAME                  PIC X(30).
002267  01  DL-XML-VALUE                 PIC X(20).
002268  01  DL-XML-AMOUNT                PIC 9(13)V99.
002269  01  DL-XML-AMOUNT-ED             PIC Z(12)9.99.
002270  01  DL-XML-COUNT                 PIC 9(08).
002271  01  DL-XML-COUNT-ED              PIC Z(07)9.
002272  01  DL-LEAD                      PIC 9(02) COMP.
002273  01  DL-XML-DATE                  PIC 9(08).
002274  01  DL-XML-DATE-R REDEFINES DL-XML-DATE.
002275      05  DL-XML-YYYY              PIC X(04).
002276      05  DL-XML-MM                PIC X(02).
002277      05  DL-XML-DD                PIC X(02).
002278  01  DL-EXC-FILE-STATUS           PIC X(02).
002279  01  DL-BAD-IBAN-COUNT            PIC 9(06) VALUE 0.
002280  01  DL-IBAN-RESULT               PIC 9(01).
002281  01  DL-IBAN-MESSAGE              PIC X(32).
002282  01  DL-XML-TIME                  PIC 9(08).
002283  01  DL-XML-TIME-R REDEFINES DL-XML-TIME.
002284      05  DL-XML-HH                PIC X(02).
002285      05  DL-XML-MI                PIC X(02).
002286      05  DL-XML-SS                PIC X(02).
002287      05  FILLER                   PIC X(02).
002288  01  DL-RUN-COMPANY               PIC X(02) VALUE '01'.
002289  01  DL-COMPANY-RESULT            PIC 9(01).
002290  COPY COMPREF.
002291  01  DL-CREDIT-RECORD.
002292      05  BK-TYPE                  PIC X(01).
002293      05  BK-IBAN                  PIC X(27).
002294      05  BK-NOME                  PIC X(20).
002295      05  BK-MATRICOLA             PIC X(05).
002296      05  BK-AMOUNT                PIC 9(11)V99.
002297      05  FILLER                   PIC X(14) VALUE SPACES.
002298  01  DL-TRAILER-RECORD.
002299      05  BT-TYPE                  PIC X(01).
002300      05  BT-COUNT                 PIC 9(08).
002301      05  BT-TOTAL                 PIC 9(13)V99.
002302      05  FILLER                   PIC X(56) VALUE SPACES.
002303  01  DL-RC-FILE-STATUS            PIC X(02).
002305  01  DL-RUNSTAT-FILE-STATUS       PIC X(02).
002309  01  DL-RS-START-DATE             PIC 9(08).
002313  01  DL-RS-START-TIME             PIC 9(08).
002385      END-IF.
002389      ACCEPT DL-RS-START-DATE FROM DATE YYYYMMDD.
002393      ACCEPT DL-RS-START-TIME FROM TIME.
002394      PERFORM 0200-READ-RUN-CONTROL
002395          THRU 0200-READ-RUN-CONTROL-EXIT.
002397      MOVE 'N' TO DL-EOF-SW.
002401      OPEN INPUT NET-PAY-FILE.
002405      IF DL-NETPAY-FILE-STATUS NOT = '00'
002449          MOVE 8 TO RETURN-CODE
002453          GOBACK
002457      END-IF.
002458      PERFORM 9700-OPEN-EXCEPTION-FILE
002459          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
002461      OPEN OUTPUT BANK-FILE.
002465      PERFORM 1000-WRITE-ONE-CREDIT
002469          THRU 1000-WRITE-ONE-CREDIT-EXIT
002477      PERFORM 2000-WRITE-TRAILER THRU 2000-WRITE-TRAILER-EXIT.
002481      CLOSE NET-PAY-FILE EMPLOYEE-MASTER BANK-FILE.
002485      PERFORM 3000-WRITE-CONTROL THRU 3000-WRITE-CONTROL-EXIT.
002486      PERFORM 4000-WRITE-CREDITOR-FILE
002487          THRU 4000-WRITE-CREDITOR-FILE-EXIT.
002488      CLOSE EXCEPTION-FILE.
002489      PERFORM 5000-WRITE-SEPA-FILE
002490          THRU 5000-WRITE-SEPA-FILE-EXIT.
002491      DISPLAY 'BONIFICI EMESSI    : ' DL-CREDIT-COUNT.
002493      DISPLAY 'IMPORTO TOTALE     : ' DL-TOTAL-AMOUNT.
002494      DISPLAY 'SENZA IBAN SALTATI : ' DL-SKIP-COUNT.
002495      DISPLAY 'IBAN NON VALIDI    : ' DL-BAD-IBAN-COUNT.
002498      DISPLAY 'BONIFICI CREDITORI : ' DL-CRED-COUNT.
002499      DISPLAY 'IMPORTO CREDITORI  : ' DL-CRED-TOTAL.
002500      DISPLAY 'CREDITORI SALTATI  : ' DL-CRED-SKIP-COUNT.
002501      DISPLAY 'BONIFICI SEPA      : ' DL-SEPA-COUNT.
002502      DISPLAY 'IMPORTO SEPA       : ' DL-SEPA-TOTAL.
002503      IF DL-SKIP-COUNT > 0 OR DL-CRED-SKIP-COUNT > 0
002504              OR DL-BAD-IBAN-COUNT > 0
002505          IF RETURN-CODE < 4
002509              MOVE 4 TO RETURN-CODE
002513          END-IF
002537*  1000-WRITE-ONE-CREDIT
002541*  ONE NETPAY RECORD: PICKS THE IBAN UP WITH A KEYED READ AND
002545*  WRITES THE CREDIT RECORD.  NO IBAN OR NO MASTER RECORD MEANS
002547*  THE EMPLOYEE IS SKIPPED AND COUNTED FOR THE WARNING; AN IBAN
002549*  THAT FAILS IBANCHK IS HELD BACK AND LOGGED AS FATAL FOR THAT
002551*  EMPLOYEE, WHO IS PAID BY HAND.
002553****************************************************************
002557  1000-WRITE-ONE-CREDIT.
002561      READ NET-PAY-FILE
002625          ADD 1 TO DL-SKIP-COUNT
002629          GO TO 1000-WRITE-ONE-CREDIT-EXIT
002633      END-IF.
002634      CALL 'IBANCHK' USING EMP-IBAN DL-IBAN-RESULT
002635          DL-IBAN-MESSAGE.
002636      IF DL-IBAN-RESULT NOT = 0
002637          DISPLAY 'MATRICOLA ' NP-MATRICOLA ' IBAN NON VALIDO - '
002638              DL-IBAN-MESSAGE ' - BONIFICO TRATTENUTO'
002639          ADD 1 TO DL-BAD-IBAN-COUNT
002640          MOVE NP-MATRICOLA TO EX-KEY
002641          PERFORM 1100-LOG-BAD-IBAN THRU 1100-LOG-BAD-IBAN-EXIT
002642          GO TO 1000-WRITE-ONE-CREDIT-EXIT
002643      END-IF.
002644      MOVE 'C' TO BK-TYPE.
002645      MOVE EMP-IBAN TO BK-IBAN.
002646      MOVE NP-NOME TO BK-NOME.
002649      MOVE NP-MATRICOLA TO BK-MATRICOLA.
002653      MOVE NP-NET TO BK-AMOUNT.
002657      WRITE BANK-RECORD FROM DL-CREDIT-RECORD.
002685          MOVE NP-NET TO DL-MAX-AMOUNT
002689      END-IF.
002693  1000-WRITE-ONE-CREDIT-EXIT.
002694      EXIT.
002695****************************************************************
002696*  1100-LOG-BAD-IBAN
002697*  SEVERITY 8 EXCEPTION FOR A CREDIT HELD BACK ON A BAD IBAN,
002698*  KEYED ON THE MATRICOLA THE CALLER LEFT IN EX-KEY.
002699****************************************************************
002700  1100-LOG-BAD-IBAN.
002701      MOVE 8 TO EX-SEVERITY.
002702      MOVE SPACES TO EX-MESSAGE.
002703      STRING 'IBAN NON VALIDO: ' DL-IBAN-MESSAGE
002704          DELIMITED BY SIZE INTO EX-MESSAGE.
002705      PERFORM 9800-WRITE-EXCEPTION
002706          THRU 9800-WRITE-EXCEPTION-EXIT.
002707  1100-LOG-BAD-IBAN-EXIT.
002708      EXIT.
002709****************************************************************
002710*  2000-WRITE-TRAILER
002711****************************************************************
002713  2000-WRITE-TRAILER.
002717      MOVE 'T' TO BT-TYPE.
002721      MOVE DL-CREDIT-COUNT TO BT-COUNT.
002813      CLOSE BANK-CONTROL-FILE.
002817  3000-WRITE-CONTROL-EXIT.
002821      EXIT.
002831****************************************************************
002841*  4000-WRITE-CREDITOR-FILE
002851*  THE GARNISHED AMOUNTS ARE OWED TO THE CREDITORS NAMED IN THE
002861*  ORDERS.  PAYCALC LEAVES WHAT IT TOOK IN AG-LAST-AMOUNT WITH
002871*  THE RUN NUMBER IN AG-LAST-RUN, SO ONLY THIS RUN'S FIGURES ARE
002881*  PAID.  NO RUNCTL OR NO DEDAGR FILE - TRAILER ONLY.
002891****************************************************************
002901  4000-WRITE-CREDITOR-FILE.
002911      OPEN OUTPUT CREDITOR-FILE.
003021      MOVE 'N' TO DL-AGR-EOF-SW.
003031      OPEN INPUT AGREEMENT-FILE.
003041      IF DL-AGR-FILE-STATUS = '00'
003051          IF DL-RUN-NUMBER > 0
003061              PERFORM 4100-WRITE-ONE-CREDITOR
003071                  THRU 4100-WRITE-ONE-CREDITOR-EXIT
003081                  UNTIL DL-AGR-END
003091          END-IF
003101          CLOSE AGREEMENT-FILE
003111      END-IF.
003121      MOVE 'T' TO BT-TYPE.
003131      MOVE DL-CRED-COUNT TO BT-COUNT.
003141      MOVE DL-CRED-TOTAL TO BT-TOTAL.
003151      WRITE CREDITOR-RECORD FROM DL-TRAILER-RECORD.
003161      CLOSE CREDITOR-FILE.
003171  4000-WRITE-CREDITOR-FILE-EXIT.
003181      EXIT.
003191  4100-WRITE-ONE-CREDITOR.
003201      READ AGREEMENT-FILE NEXT RECORD
003211          AT END
003221              MOVE 'Y' TO DL-AGR-EOF-SW
003231              GO TO 4100-WRITE-ONE-CREDITOR-EXIT
003241      END-READ.
003251      IF NOT AG-GARNISHMENT OR AG-LAST-RUN NOT = DL-RUN-NUMBER
003261              OR AG-LAST-AMOUNT = 0
003271          GO TO 4100-WRITE-ONE-CREDITOR-EXIT
003281      END-IF.
003291      IF AG-CRED-IBAN = SPACES
003301          DISPLAY 'PIGNORAMENTO ' AG-MATRICOLA '/' AG-SEQ
003311              ' SENZA IBAN CREDITORE - BONIFICO SALTATO'
003321          ADD 1 TO DL-CRED-SKIP-COUNT
003331          GO TO 4100-WRITE-ONE-CREDITOR-EXIT
003341      END-IF.
003351      CALL 'IBANCHK' USING AG-CRED-IBAN DL-IBAN-RESULT
003361          DL-IBAN-MESSAGE.
003371      IF DL-IBAN-RESULT NOT = 0
003381          DISPLAY 'PIGNORAMENTO ' AG-MATRICOLA '/' AG-SEQ
003391              ' IBAN CREDITORE NON VALIDO - ' DL-IBAN-MESSAGE
003401          ADD 1 TO DL-CRED-SKIP-COUNT
003411          MOVE AG-MATRICOLA TO EX-KEY
003421          PERFORM 1100-LOG-BAD-IBAN THRU 1100-LOG-BAD-IBAN-EXIT
003422          GO TO 4100-WRITE-ONE-CREDITOR-EXIT
003423      END-IF.
003424      MOVE 'C' TO BK-TYPE.
003425      MOVE AG-CRED-IBAN TO BK-IBAN.
003426      MOVE AG-DESC TO BK-NOME.
003427      MOVE AG-MATRICOLA TO BK-MATRICOLA.
003428      MOVE AG-LAST-AMOUNT TO BK-AMOUNT.
003429      WRITE CREDITOR-RECORD FROM DL-CREDIT-RECORD.
003430      ADD 1 TO DL-CRED-COUNT.
003431      ADD AG-LAST-AMOUNT TO DL-CRED-TOTAL.
003432  4100-WRITE-ONE-CREDITOR-EXIT.
003441      EXIT.
003451****************************************************************
003461*  5000-WRITE-SEPA-FILE
003471*  THE SAME CREDITS AS THE FIXED BANK FILE, AS A PAIN.001.001.03
003481*  SEPA CREDIT-TRANSFER MESSAGE.  THE GROUP HEADER CARRIES THE
003491*  COUNT AND CONTROL SUM BEFORE THE TRANSACTIONS, SO THEY COME
003501*  FROM THE FIRST PASS AND NETPAY IS READ A SECOND TIME FOR THE
003511*  TRANSACTIONS, WITH THE SAME SKIP RULES (THE SKIPS WERE
003521*  ALREADY REPORTED).  ONE ELEMENT PER LINE, NO INDENTING.
003523*  THE DEBTOR IS THE RUN COMPANY'S ACCOUNT AND LEGAL NAME FROM
003525*  COMPREF; A COMPANY WITH NO DEBTOR IBAN THERE FALLS BACK ON
003527*  THE PAYPARM PAYROLL ACCOUNT.
003531****************************************************************
003541  5000-WRITE-SEPA-FILE.
003551      OPEN OUTPUT SEPA-FILE.
003561      MOVE SPACES TO DL-DEBTOR-IBAN.
003571      MOVE SPACES TO DL-DEBTOR-NAME.
003581      OPEN INPUT PAY-PARAMS.
003591      IF DL-PP-FILE-STATUS = '00'
003601          READ PAY-PARAMS
003611              AT END
003621                  CONTINUE
003631              NOT AT END
003641                  MOVE PP-DEBTOR-IBAN TO DL-DEBTOR-IBAN
003651                  MOVE PP-DEBTOR-NAME TO DL-DEBTOR-NAME
003661          END-READ
003671          CLOSE PAY-PARAMS
003681      END-IF.
003683      CALL 'COMPINFO' USING DL-RUN-COMPANY COMPANY-RECORD
003685          DL-COMPANY-RESULT.
003687      IF (DL-COMPANY-RESULT = 0 OR DL-COMPANY-RESULT = 3)
003688              AND CO-DEBTOR-IBAN NOT = SPACES
003689          MOVE CO-DEBTOR-IBAN TO DL-DEBTOR-IBAN
003690          MOVE CO-NAME TO DL-DEBTOR-NAME
003691      END-IF.
003692      DISPLAY 'CONTO ORDINANTE AZIENDA ' DL-RUN-COMPANY ': '
003693          DL-DEBTOR-IBAN.
003694      IF DL-DEBTOR-IBAN = SPACES OR DL-RUN-NUMBER = 0
003701          DISPLAY 'CONTO ORDINANTE (COMPREF/PAYPARM) O '
003706              'NUMERO RUN (RUNCTL) MANCANTE - '
003711              'FILE SEPA NON PRODOTTO'
003721          CLOSE SEPA-FILE
003731          MOVE 8 TO RETURN-CODE
003741          GO TO 5000-WRITE-SEPA-FILE-EXIT
003751      END-IF.
003761      MOVE SPACES TO DL-MSG-ID.
003771      STRING 'PAYROLL-' DL-RUN-NUMBER DELIMITED BY SIZE
003781          INTO DL-MSG-ID.
003791      PERFORM 5100-WRITE-GROUP-HEADER
003801          THRU 5100-WRITE-GROUP-HEADER-EXIT.
003811      PERFORM 5200-WRITE-PAYMENT-INFO
003821          THRU 5200-WRITE-PAYMENT-INFO-EXIT.
003831      MOVE 'N' TO DL-EOF-SW.
003841      OPEN INPUT NET-PAY-FILE.
003851      OPEN INPUT EMPLOYEE-MASTER.
003861      PERFORM 5300-WRITE-ONE-TRANSACTION
003871          THRU 5300-WRITE-ONE-TRANSACTION-EXIT
003881          UNTIL DL-END-OF-FILE.
003891      CLOSE NET-PAY-FILE EMPLOYEE-MASTER.
003901      MOVE '</PmtInf>' TO DL-SEPA-LINE.
003911      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
003921      MOVE '</CstmrCdtTrfInitn>' TO DL-SEPA-LINE.
003931      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
003941      MOVE '</Document>' TO DL-SEPA-LINE.
003951      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
003961      CLOSE SEPA-FILE.
003971  5000-WRITE-SEPA-FILE-EXIT.
003981      EXIT.
003991  5100-WRITE-GROUP-HEADER.
004001      MOVE '<?xml version="1.0" encoding="UTF-8"?>'
004011          TO DL-SEPA-LINE.
004021      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004031      STRING '<Document xmlns="urn:iso:std:iso:20022:tech:xsd:'
004041          'pain.001.001.03">' DELIMITED BY SIZE
004051          INTO DL-SEPA-LINE.
004061      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004071      MOVE '<CstmrCdtTrfInitn>' TO DL-SEPA-LINE.
004081      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004091      MOVE '<GrpHdr>' TO DL-SEPA-LINE.
004101      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004111      STRING '<MsgId>' DL-MSG-ID '</MsgId>' DELIMITED BY SIZE
004121          INTO DL-SEPA-LINE.
004131      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004141      ACCEPT DL-XML-DATE FROM DATE YYYYMMDD.
004151      ACCEPT DL-XML-TIME FROM TIME.
004161      STRING '<CreDtTm>' DL-XML-YYYY '-' DL-XML-MM '-' DL-XML-DD
004171          'T' DL-XML-HH ':' DL-XML-MI ':' DL-XML-SS '</CreDtTm>'
004181          DELIMITED BY SIZE INTO DL-SEPA-LINE.
004191      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004201      PERFORM 5400-WRITE-COUNT-AND-SUM
004211          THRU 5400-WRITE-COUNT-AND-SUM-EXIT.
004221      MOVE '<InitgPty>' TO DL-SEPA-LINE.
004231      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004241      MOVE DL-DEBTOR-NAME TO DL-XML-NAME.
004251      PERFORM 5500-WRITE-NAME THRU 5500-WRITE-NAME-EXIT.
004261      MOVE '</InitgPty>' TO DL-SEPA-LINE.
004271      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004281      MOVE '</GrpHdr>' TO DL-SEPA-LINE.
004291      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004301  5100-WRITE-GROUP-HEADER-EXIT.
004311      EXIT.
004321****************************************************************
004331*  5200-WRITE-PAYMENT-INFO
004341*  THE ONE PAYMENT BLOCK: SEPA SALARY PAYMENTS (CATEGORY SALA)
004351*  FROM THE PAYROLL ACCOUNT, EXECUTION ON THE RUN'S PROCESSING
004361*  DATE, CHARGES SHARED (SLEV).  NO BIC - IBAN-ONLY IS ENOUGH
004371*  INSIDE SEPA.
004381****************************************************************
004391  5200-WRITE-PAYMENT-INFO.
004401      MOVE '<PmtInf>' TO DL-SEPA-LINE.
004411      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004421      STRING '<PmtInfId>' DL-MSG-ID '-SAL</PmtInfId>'
004431          DELIMITED BY SIZE INTO DL-SEPA-LINE.
004441      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004451      MOVE '<PmtMtd>TRF</PmtMtd>' TO DL-SEPA-LINE.
004461      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004471      MOVE '<BtchBookg>true</BtchBookg>' TO DL-SEPA-LINE.
004481      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004491      PERFORM 5400-WRITE-COUNT-AND-SUM
004501          THRU 5400-WRITE-COUNT-AND-SUM-EXIT.
004511      MOVE '<PmtTpInf>' TO DL-SEPA-LINE.
004521      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004531      MOVE '<SvcLvl>' TO DL-SEPA-LINE.
004541      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004551      MOVE '<Cd>SEPA</Cd>' TO DL-SEPA-LINE.
004561      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004571      MOVE '</SvcLvl>' TO DL-SEPA-LINE.
004581      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004591      MOVE '<CtgyPurp>' TO DL-SEPA-LINE.
004601      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004611      MOVE '<Cd>SALA</Cd>' TO DL-SEPA-LINE.
004621      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004631      MOVE '</CtgyPurp>' TO DL-SEPA-LINE.
004641      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004651      MOVE '</PmtTpInf>' TO DL-SEPA-LINE.
004661      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004671      MOVE DL-PROCESS-DATE TO DL-XML-DATE.
004681      STRING '<ReqdExctnDt>' DL-XML-YYYY '-' DL-XML-MM '-'
004691          DL-XML-DD '</ReqdExctnDt>' DELIMITED BY SIZE
004701          INTO DL-SEPA-LINE.
004711      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004721      MOVE '<Dbtr>' TO DL-SEPA-LINE.
004731      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004741      MOVE DL-DEBTOR-NAME TO DL-XML-NAME.
004751      PERFORM 5500-WRITE-NAME THRU 5500-WRITE-NAME-EXIT.
004761      MOVE '</Dbtr>' TO DL-SEPA-LINE.
004771      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004781      MOVE '<DbtrAcct>' TO DL-SEPA-LINE.
004791      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004801      MOVE DL-DEBTOR-IBAN TO DL-XML-NAME.
004811      PERFORM 5600-WRITE-IBAN THRU 5600-WRITE-IBAN-EXIT.
004821      MOVE '</DbtrAcct>' TO DL-SEPA-LINE.
004831      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004841      MOVE '<DbtrAgt>' TO DL-SEPA-LINE.
004851      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004861      MOVE '<FinInstnId>' TO DL-SEPA-LINE.
004871      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004881      MOVE '<Othr>' TO DL-SEPA-LINE.
004891      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004901      MOVE '<Id>NOTPROVIDED</Id>' TO DL-SEPA-LINE.
004911      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004921      MOVE '</Othr>' TO DL-SEPA-LINE.
004931      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004941      MOVE '</FinInstnId>' TO DL-SEPA-LINE.
004951      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004961      MOVE '</DbtrAgt>' TO DL-SEPA-LINE.
004971      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
004981      MOVE '<ChrgBr>SLEV</ChrgBr>' TO DL-SEPA-LINE.
004991      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005001  5200-WRITE-PAYMENT-INFO-EXIT.
005011      EXIT.
005021****************************************************************
005031*  5300-WRITE-ONE-TRANSACTION
005041*  ONE NETPAY RECORD, SKIPPED EXACTLY AS 1000-WRITE-ONE-CREDIT
005051*  SKIPS IT, OTHERWISE ONE CREDIT-TRANSFER TRANSACTION.
005061****************************************************************
005071  5300-WRITE-ONE-TRANSACTION.
005081      READ NET-PAY-FILE
005091          AT END
005101              MOVE 'Y' TO DL-EOF-SW
005111              GO TO 5300-WRITE-ONE-TRANSACTION-EXIT
005121      END-READ.
005131      MOVE NP-MATRICOLA TO EMP-MATRICOLA.
005141      READ EMPLOYEE-MASTER
005151          INVALID KEY
005161              GO TO 5300-WRITE-ONE-TRANSACTION-EXIT
005171      END-READ.
005181      IF EMP-IBAN = SPACES
005191          GO TO 5300-WRITE-ONE-TRANSACTION-EXIT
005201      END-IF.
005202      CALL 'IBANCHK' USING EMP-IBAN DL-IBAN-RESULT
005203          DL-IBAN-MESSAGE.
005204      IF DL-IBAN-RESULT NOT = 0
005205          GO TO 5300-WRITE-ONE-TRANSACTION-EXIT
005206      END-IF.
005211      MOVE '<CdtTrfTxInf>' TO DL-SEPA-LINE.
005221      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005231      MOVE '<PmtId>' TO DL-SEPA-LINE.
005241      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005251      STRING '<EndToEndId>' NP-MATRICOLA '/' DL-PERIOD-END
005261          '</EndToEndId>' DELIMITED BY SIZE INTO DL-SEPA-LINE.
005271      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005281      MOVE '</PmtId>' TO DL-SEPA-LINE.
005291      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005301      MOVE '<Amt>' TO DL-SEPA-LINE.
005311      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005321      MOVE NP-NET TO DL-XML-AMOUNT.
005331      PERFORM 5700-EDIT-AMOUNT THRU 5700-EDIT-AMOUNT-EXIT.
005341      STRING '<InstdAmt Ccy="EUR">' DELIMITED BY SIZE
005351          DL-XML-VALUE DELIMITED BY SPACE
005361          '</InstdAmt>' DELIMITED BY SIZE INTO DL-SEPA-LINE.
005371      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005381      MOVE '</Amt>' TO DL-SEPA-LINE.
005391      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005401      MOVE '<Cdtr>' TO DL-SEPA-LINE.
005411      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005421      MOVE NP-NOME TO DL-XML-NAME.
005431      PERFORM 5500-WRITE-NAME THRU 5500-WRITE-NAME-EXIT.
005441      MOVE '</Cdtr>' TO DL-SEPA-LINE.
005451      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005461      MOVE '<CdtrAcct>' TO DL-SEPA-LINE.
005471      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005481      MOVE EMP-IBAN TO DL-XML-NAME.
005491      PERFORM 5600-WRITE-IBAN THRU 5600-WRITE-IBAN-EXIT.
005501      MOVE '</CdtrAcct>' TO DL-SEPA-LINE.
005511      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005521      MOVE '</CdtTrfTxInf>' TO DL-SEPA-LINE.
005531      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005541      ADD 1 TO DL-SEPA-COUNT.
005551      ADD NP-NET TO DL-SEPA-TOTAL.
005561  5300-WRITE-ONE-TRANSACTION-EXIT.
005571      EXIT.
005581****************************************************************
005591*  5400-5900  SEPA LINE BUILDERS.  AMOUNTS AND COUNTS GO OUT
005601*  WITHOUT LEADING ZEROS, NAMES AND IBANS WITHOUT TRAILING
005611*  SPACES; THE THREE CHARACTERS XML RESERVES ARE REPLACED IN
005621*  NAMES, WHICH THE SEPA CHARACTER SET WOULD REFUSE ANYWAY.
005631****************************************************************
005641  5400-WRITE-COUNT-AND-SUM.
005651      MOVE DL-CREDIT-COUNT TO DL-XML-COUNT-ED.
005661      MOVE 0 TO DL-LEAD.
005671      INSPECT DL-XML-COUNT-ED TALLYING DL-LEAD FOR LEADING SPACES.
005681      MOVE DL-XML-COUNT-ED(DL-LEAD + 1:) TO DL-XML-VALUE.
005691      STRING '<NbOfTxs>' DELIMITED BY SIZE
005701          DL-XML-VALUE DELIMITED BY SPACE
005711          '</NbOfTxs>' DELIMITED BY SIZE INTO DL-SEPA-LINE.
005721      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005731      MOVE DL-TOTAL-AMOUNT TO DL-XML-AMOUNT.
005741      PERFORM 5700-EDIT-AMOUNT THRU 5700-EDIT-AMOUNT-EXIT.
005751      STRING '<CtrlSum>' DELIMITED BY SIZE
005761          DL-XML-VALUE DELIMITED BY SPACE
005771          '</CtrlSum>' DELIMITED BY SIZE INTO DL-SEPA-LINE.
005781      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005791  5400-WRITE-COUNT-AND-SUM-EXIT.
005801      EXIT.
005811  5500-WRITE-NAME.
005821      INSPECT DL-XML-NAME REPLACING ALL '&' BY '+'
005831          ALL '<' BY '(' ALL '>' BY ')'.
005841      STRING '<Nm>' DELIMITED BY SIZE
005851          DL-XML-NAME DELIMITED BY '  '
005861          '</Nm>' DELIMITED BY SIZE INTO DL-SEPA-LINE.
005871      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005881  5500-WRITE-NAME-EXIT.
005891      EXIT.
005901  5600-WRITE-IBAN.
005911      MOVE '<Id>' TO DL-SEPA-LINE.
005921      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005931      STRING '<IBAN>' DELIMITED BY SIZE
005941          DL-XML-NAME DELIMITED BY SPACE
005951          '</IBAN>' DELIMITED BY SIZE INTO DL-SEPA-LINE.
005961      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005971      MOVE '</Id>' TO DL-SEPA-LINE.
005981      PERFORM 5900-WRITE-SEPA-LINE THRU 5900-WRITE-SEPA-LINE-EXIT.
005991  5600-WRITE-IBAN-EXIT.
006001      EXIT.
006011  5700-EDIT-AMOUNT.
006021      MOVE DL-XML-AMOUNT TO DL-XML-AMOUNT-ED.
006031      MOVE 0 TO DL-LEAD.
006041      INSPECT DL-XML-AMOUNT-ED TALLYING DL-LEAD
006051          FOR LEADING SPACES.
006061      MOVE DL-XML-AMOUNT-ED(DL-LEAD + 1:) TO DL-XML-VALUE.
006071  5700-EDIT-AMOUNT-EXIT.
006081      EXIT.
006091  5900-WRITE-SEPA-LINE.
006101      WRITE SEPA-RECORD FROM DL-SEPA-LINE.
006111      MOVE SPACES TO DL-SEPA-LINE.
006121  5900-WRITE-SEPA-LINE-EXIT.
006221      EXIT.

006421****************************************************************
006521*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
006621*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
006721*  BATCH STEPS: OPEN EXTEND WITH CREATE-ON-FIRST-USE, ONE
006821*  STAMPED APPEND PER PROBLEM.
006921****************************************************************
007021  9700-OPEN-EXCEPTION-FILE.
007121      OPEN EXTEND EXCEPTION-FILE.
007221      IF DL-EXC-FILE-STATUS = '35'
007321          OPEN OUTPUT EXCEPTION-FILE
007421          CLOSE EXCEPTION-FILE
007521          OPEN EXTEND EXCEPTION-FILE
007621      END-IF.
007721  9700-OPEN-EXCEPTION-FILE-EXIT.
007821      EXIT.
007921  9800-WRITE-EXCEPTION.
008021      MOVE 'BANKPAY' TO EX-PROGRAM-ID.
008121      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
008221      ACCEPT EX-RUN-TIME FROM TIME.
008321      MOVE 'N' TO EX-ACK-FLAG.
008421      MOVE SPACES TO EX-ACK-OPERATOR.
008521      MOVE 0 TO EX-ACK-DATE.
008621      MOVE SPACES TO EX-ACK-NOTE.
008721      WRITE EXCEPTION-RECORD.
008821  9800-WRITE-EXCEPTION-EXIT.
008921      EXIT.
009021****************************************************************
009121*  9950-WRITE-RUN-STATS
009221*  APPENDS ONE RUN-STATISTICS RECORD (RUNSTAT.CPY) AT END OF
009321*  RUN, SO THE BATCH-WINDOW REPORT AND THE RESTART CONTROLLER
009421*  (PAYREST) CAN SEE THE STEP COMPLETED.
009521****************************************************************
009621  9950-WRITE-RUN-STATS.
009721      OPEN EXTEND RUN-STATS.
009821      IF DL-RUNSTAT-FILE-STATUS = '35'
009921          OPEN OUTPUT RUN-STATS
010021          CLOSE RUN-STATS
010121          OPEN EXTEND RUN-STATS
010221      END-IF.
010321      MOVE 'BANKPAY' TO RS-PROGRAM-ID.
010421      MOVE DL-RS-START-DATE TO RS-START-DATE.
010521      MOVE DL-RS-START-TIME TO RS-START-TIME.
010621      ACCEPT RS-END-DATE FROM DATE YYYYMMDD.
010721      ACCEPT RS-END-TIME FROM TIME.
010821      COMPUTE RS-RECORDS-READ =
010921          DL-CREDIT-COUNT + DL-SKIP-COUNT.
011021      MOVE DL-CREDIT-COUNT TO RS-RECORDS-WRITTEN.
011121      MOVE 0 TO RS-RUN-NUMBER.
011221      OPEN INPUT RUN-CONTROL.
011321      IF DL-RC-FILE-STATUS = '00'
011421          READ RUN-CONTROL
011521              AT END
011621                  CONTINUE
011721              NOT AT END
011821                  MOVE RN-RUN-NUMBER TO RS-RUN-NUMBER
011921          END-READ
012021          CLOSE RUN-CONTROL
012121      ELSE
012221          CLOSE RUN-CONTROL
012321      END-IF.
012421      MOVE RETURN-CODE TO RS-COMPLETION-CODE.
012521      WRITE RUN-STAT-RECORD.
012621      CLOSE RUN-STATS.
012721  9950-WRITE-RUN-STATS-EXIT.
012821      EXIT.
012921****************************************************************
013021*  0100-CHECK-STEP-GATE
013121*  RESTART GATE: WHEN THE STEPGATE FILE PAYREST WRITES MARKS
013221*  THIS PROGRAM S, THE STEP ALREADY COMPLETED IN THIS RUN AND
013321*  IS SKIPPED AT ONCE.  NO STEPGATE FILE MEANS RUN NORMALLY -
013421*  MENU SESSIONS AND THE MONTHLY/OFF-CYCLE JOBS HAVE NO GATE.
013521****************************************************************
013621  0100-CHECK-STEP-GATE.
013721      MOVE 'N' TO DL-GATE-SKIP-SW.
013821      MOVE 'N' TO DL-GATE-EOF-SW.
013921      OPEN INPUT STEP-GATE.
014021      IF DL-GATE-FILE-STATUS NOT = '00'
014121          GO TO 0100-CHECK-STEP-GATE-EXIT
014221      END-IF.
014321      PERFORM 0110-READ-ONE-GATE
014421          THRU 0110-READ-ONE-GATE-EXIT
014521          UNTIL DL-GATE-END-OF-FILE.
014621      CLOSE STEP-GATE.
014721  0100-CHECK-STEP-GATE-EXIT.
014821      EXIT.
014921  0110-READ-ONE-GATE.
015021      READ STEP-GATE
015121          AT END
015221              MOVE 'Y' TO DL-GATE-EOF-SW
015321          NOT AT END
015421              IF GT-PROGRAM-ID = 'BANKPAY' AND GT-SKIP
015521                  MOVE 'Y' TO DL-GATE-SKIP-SW
015621                  MOVE 'Y' TO DL-GATE-EOF-SW
015721              END-IF
015821      END-READ.
015921  0110-READ-ONE-GATE-EXIT.
016021      EXIT.
016121****************************************************************
016221*  0200-READ-RUN-CONTROL
016321*  THE RUN NUMBER (CREDITOR PAYMENTS, SEPA MESSAGE ID), THE
016421*  PERIOD END (SEPA END-TO-END ID) AND THE PROCESSING DATE (SEPA
016521*  EXECUTION DATE).  A MISSING RUNCTL LEAVES THEM ZERO.
016621*  ALSO THE COMPANY WHOSE ACCOUNT IS DEBITED (BLANK = 01).
016721****************************************************************
016821  0200-READ-RUN-CONTROL.
016921      OPEN INPUT RUN-CONTROL.
017021      IF DL-RC-FILE-STATUS = '00'
017121          READ RUN-CONTROL
017221              AT END
017321                  CONTINUE
017421              NOT AT END
017521                  MOVE RN-RUN-NUMBER TO DL-RUN-NUMBER
017621                  MOVE RN-PERIOD-END TO DL-PERIOD-END
017721                  MOVE RN-PROCESS-DATE TO DL-PROCESS-DATE
017821                  IF RN-COMPANY NOT = SPACES
017921                      MOVE RN-COMPANY TO DL-RUN-COMPANY
018021                  END-IF
018121          END-READ
018221      END-IF.
018321      CLOSE RUN-CONTROL.
018421  0200-READ-RUN-CONTROL-EXIT.
018521      EXIT.
