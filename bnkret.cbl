001900*  REJECTIONS END RC 4.
002000*  MOD HISTORY
002100*  31/08/2026 LG  NEW.
002108*  15/10/2026 LG  BANKRET MAY NOW ALSO BE THE BANK'S SEPA PAYMENT
002116*                 STATUS REPORT (PAIN.002, RECOGNISED BY ITS FIRST
002124*                 LINE STARTING WITH <).  THEN THE CREDITS COME
002132*                 FROM THE PAIN.001 FILE (SEPAFILE) INSTEAD OF
002140*                 BANKFILE, EACH TRANSACTION STATUS IS MATCHED ON
002148*                 ITS END-TO-END ID (MATRICOLA/PERIOD END); ONLY
002156*                 RJCT STATUSES ARE REJECTIONS; THE REASON IS THE
002164*                 ISO CODE PLUS THE BANK'S TEXT.  A REPORT FOR
002172*                 ANOTHER MESSAGE ID OR A FILE-LEVEL RJCT IS RC 8.
002180*                 THE REPORT IS READ ONE ELEMENT PER LINE, THE WAY
002188*                 THE BANK DELIVERS IT.
002189*  15/10/2026 LG  WHEN THE RETURN IS PROCESSED WITHOUT A
002190*                 MISMATCH (RC 4 OR BETTER) THE COMPANY'S BNKCTL
002191*                 RECORD BANKPAY WROTE IS REWRITTEN WITH
002192*                 CT-PROGRAM-ID BNKRET, SO PREFLT KNOWS THE LAST
002193*                 PAYMENT'S RETURN WAS HANDLED BEFORE THE NEXT
002194*                 RUN.
002200****************************************************************
002300  ENVIRONMENT DIVISION.
002400  CONFIGURATION SECTION.
003200      SELECT BANK-FILE ASSIGN TO "BANKFILE"
003300          ORGANIZATION LINE SEQUENTIAL
003400          FILE STATUS IS DL-BANK-FILE-STATUS.
003420      SELECT SEPA-FILE ASSIGN TO "SEPAFILE"
003440          ORGANIZATION LINE SEQUENTIAL
003460          FILE STATUS IS DL-SEPA-FILE-STATUS.
003500      SELECT REPAY-LIST ASSIGN TO "REPAYLST"
003600          ORGANIZATION LINE SEQUENTIAL.
003700      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
003800          ORGANIZATION LINE SEQUENTIAL
003900          FILE STATUS IS DL-EXC-FILE-STATUS.
003910      SELECT BANK-CONTROL-FILE ASSIGN TO "BNKCTL"
003920          ORGANIZATION LINE SEQUENTIAL
003930          FILE STATUS IS DL-CTL-FILE-STATUS.
004000*
004100  DATA DIVISION.
004200  FILE SECTION.
004500      05  BR-MATRICOLA            PIC X(05).
004600      05  BR-AMOUNT               PIC 9(11)V99.
004700      05  BR-REASON               PIC X(30).
004750  01  BANK-RETURN-LINE            PIC X(200).
004800  FD  BANK-FILE.
004900  01  BANK-RECORD.
005000      05  BK-TYPE                 PIC X(01).
005300      05  BK-MATRICOLA            PIC X(05).
005400      05  BK-AMOUNT               PIC 9(11)V99.
005500      05  FILLER                  PIC X(14).
005530  FD  SEPA-FILE.
005560  01  SEPA-RECORD                 PIC X(100).
005600  FD  REPAY-LIST.
005700  01  REPAY-RECORD.
005800      05  RP-MATRICOLA            PIC X(05).
006200      05  RP-REASON               PIC X(30).
006300  FD  EXCEPTION-FILE.
006400  COPY EXCREC.
006410  FD  BANK-CONTROL-FILE.
006420  COPY CTLTOT.
006500*
006600  WORKING-STORAGE SECTION.
006700  COPY RPTHDRW.
006800  01  DL-RET-FILE-STATUS           PIC X(02).
006900  01  DL-BANK-FILE-STATUS          PIC X(02).
006950  01  DL-SEPA-FILE-STATUS          PIC X(02).
007000  01  DL-EXC-FILE-STATUS           PIC X(02).
007050  01  DL-CTL-FILE-STATUS           PIC X(02).
007100  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
007200      88  DL-END-OF-FILE                      VALUE 'Y'.
007300  01  DL-MATCH-SW                  PIC X(01).
007400      88  DL-CREDIT-FOUND                     VALUE 'Y'.
007420  01  DL-HELD-SW                   PIC X(01) VALUE 'N'.
007440      88  DL-RECORD-HELD                      VALUE 'Y'.
007460  01  DL-FORMAT-SW                 PIC X(01) VALUE 'F'.
007480      88  DL-SEPA-FORMAT                      VALUE 'S'.
007500  01  DL-CREDIT-COUNT              PIC 9(04) VALUE 0.
007600  01  DL-CREDIT-TABLE.
007700      05  DL-CREDIT-ENTRY OCCURS 5000 TIMES
008000          10  DL-CR-NOME           PIC X(20).
008100          10  DL-CR-IBAN           PIC X(27).
008200          10  DL-CR-AMOUNT         PIC 9(11)V99.
008250          10  DL-CR-E2E-ID         PIC X(20).
008300  01  DL-I                         PIC 9(04).
008400  01  DL-HIT                       PIC 9(04).
008500  01  DL-RET-COUNT                 PIC 9(06) VALUE 0.
008600  01  DL-MATCHED-COUNT             PIC 9(06) VALUE 0.
008700  01  DL-ORPHAN-COUNT              PIC 9(06) VALUE 0.
008702  01  DL-ACCEPTED-COUNT            PIC 9(06) VALUE 0.
008704*
008706*  ONE REJECTION, WHICHEVER FORMAT IT CAME IN.
008708*
008710  01  DL-RJ-MATRICOLA              PIC X(05).
008712  01  DL-RJ-AMOUNT                 PIC 9(11)V99.
008714  01  DL-RJ-REASON                 PIC X(30).
008716*
008718*  PAIN.001 / PAIN.002 LINES TAKEN APART: <TAG ATTRIBUTES>VALUE.
008720*
008722  01  DL-XML-LINE                  PIC X(200).
008724  01  DL-LEAD                      PIC 9(03) COMP.
008726  01  DL-XML-SKIP                  PIC X(10).
008728  01  DL-XML-TAG                   PIC X(60).
008730  01  DL-XML-ELEMENT               PIC X(30).
008732  01  DL-XML-VALUE                 PIC X(60).
008734  01  DL-XML-AMOUNT                PIC 9(13)V99.
008736  01  DL-AMT-TEXT.
008738      05  DL-AMT-INT               PIC X(13) JUSTIFIED RIGHT.
008740      05  DL-AMT-DEC               PIC X(02).
008742  01  DL-AMT-NUM REDEFINES DL-AMT-TEXT
008744                                   PIC 9(13)V99.
008746  01  DL-IN-BLOCK-SW               PIC X(01) VALUE 'N'.
008748      88  DL-IN-BLOCK                         VALUE 'Y'.
008750  01  DL-SEPA-MSG-ID               PIC X(35) VALUE SPACES.
008752  01  DL-ORIG-MSG-ID               PIC X(35) VALUE SPACES.
008754  01  DL-GRP-STATUS                PIC X(04) VALUE SPACES.
008756  01  DL-TX-E2E-ID                 PIC X(20).
008758  01  DL-TX-NOME                   PIC X(20).
008760  01  DL-TX-IBAN                   PIC X(27).
008762  01  DL-TX-STATUS                 PIC X(04).
008764  01  DL-TX-REASON-CD              PIC X(04).
008766  01  DL-TX-REASON-INFO            PIC X(60).
008800*
008900  PROCEDURE DIVISION.
009000****************************************************************
009500      MOVE 'BANK RETURN RECONCILIATION' TO RH-REPORT-TITLE.
009600      PERFORM 9700-OPEN-EXCEPTION-FILE
009700          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
010000      MOVE 'N' TO DL-EOF-SW.
010100      OPEN INPUT BANK-RETURN.
010200      IF DL-RET-FILE-STATUS NOT = '00'
010600          MOVE 8 TO RETURN-CODE
010700          GOBACK
010800      END-IF.
010810      PERFORM 0500-CHECK-FORMAT THRU 0500-CHECK-FORMAT-EXIT.
010820      IF DL-SEPA-FORMAT
010830          PERFORM 1500-LOAD-SEPA-CREDITS
010840              THRU 1500-LOAD-SEPA-CREDITS-EXIT
010850      ELSE
010860          PERFORM 1000-LOAD-CREDITS THRU 1000-LOAD-CREDITS-EXIT
010870      END-IF.
010880      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
010890      MOVE 'N' TO DL-EOF-SW.
010900      OPEN OUTPUT REPAY-LIST.
010930      IF DL-SEPA-FORMAT
010960          PERFORM 2500-READ-ONE-STATUS-LINE
010990              THRU 2500-READ-ONE-STATUS-LINE-EXIT
011020              UNTIL DL-END-OF-FILE
011050          PERFORM 2700-CHECK-MESSAGE THRU 2700-CHECK-MESSAGE-EXIT
011080      ELSE
011110          PERFORM 2000-PROCESS-ONE-RETURN
011140              THRU 2000-PROCESS-ONE-RETURN-EXIT
011170              UNTIL DL-END-OF-FILE
011200      END-IF.
011300      CLOSE BANK-RETURN REPAY-LIST.
011400      CLOSE EXCEPTION-FILE.
011500      DISPLAY 'RESI LETTI          : ' DL-RET-COUNT.
011600      DISPLAY 'BONIFICI RESPINTI   : ' DL-MATCHED-COUNT.
011700      DISPLAY 'RESI SENZA BONIFICO : ' DL-ORPHAN-COUNT.
011720      IF DL-SEPA-FORMAT
011740          DISPLAY 'ESITI SEPA POSITIVI : ' DL-ACCEPTED-COUNT
011760      END-IF.
011800      IF DL-MATCHED-COUNT > 0
011900          IF RETURN-CODE < 4
012000              MOVE 4 TO RETURN-CODE
012300      IF DL-ORPHAN-COUNT > 0
012400          MOVE 8 TO RETURN-CODE
012500      END-IF.
012510      IF RETURN-CODE < 8
012520          PERFORM 4000-MARK-RETURN-DONE
012530              THRU 4000-MARK-RETURN-DONE-EXIT
012540      END-IF.
012600      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
012700      GOBACK.
012703****************************************************************
012706*  0500-CHECK-FORMAT
012709*  THE FIRST BANKRET RECORD DECIDES THE FORMAT: XML (A PAIN.002
012712*  STATUS REPORT) STARTS WITH <, THE FIXED REJECTION RECORD
012715*  WITH A MATRICOLA.  THE RECORD IS HELD FOR THE MAIN LOOP.  AN
012718*  EMPTY FILE MEANS NOTHING CAME BACK.
012721****************************************************************
012724  0500-CHECK-FORMAT.
012727      READ BANK-RETURN
012730          AT END
012733              MOVE 'Y' TO DL-EOF-SW
012736              GO TO 0500-CHECK-FORMAT-EXIT
012739      END-READ.
012742      MOVE 'Y' TO DL-HELD-SW.
012745      MOVE BANK-RETURN-LINE TO DL-XML-LINE.
012748      MOVE 0 TO DL-LEAD.
012751      INSPECT DL-XML-LINE TALLYING DL-LEAD FOR LEADING SPACES.
012754      IF DL-LEAD < 200
012757          IF DL-XML-LINE(DL-LEAD + 1:1) = '<'
012760              MOVE 'S' TO DL-FORMAT-SW
012763              DISPLAY 'BANKRET IN FORMATO SEPA (PAIN.002)'
012766          END-IF
012769      END-IF.
012772  0500-CHECK-FORMAT-EXIT.
012775      EXIT.
012800****************************************************************
012900*  1000-LOAD-CREDITS
013000*  LOADS THE BANKFILE CREDIT RECORDS (TYPE C) INTO THE MATCH
013700      IF DL-BANK-FILE-STATUS NOT = '00'
013800          DISPLAY 'IMPOSSIBILE APRIRE BANKFILE - STATUS '
013900              DL-BANK-FILE-STATUS
013950          CLOSE BANK-RETURN
014000          CLOSE EXCEPTION-FILE
014100          MOVE 8 TO RETURN-CODE
014200          GOBACK
016900      MOVE BK-NOME TO DL-CR-NOME(DL-CREDIT-IDX).
017000      MOVE BK-IBAN TO DL-CR-IBAN(DL-CREDIT-IDX).
017100      MOVE BK-AMOUNT TO DL-CR-AMOUNT(DL-CREDIT-IDX).
017150      MOVE SPACES TO DL-CR-E2E-ID(DL-CREDIT-IDX).
017200  1010-LOAD-ONE-CREDIT-EXIT.
017201      EXIT.
017202****************************************************************
017203*  1500-LOAD-SEPA-CREDITS
017204*  LOADS THE CREDIT-TRANSFER TRANSACTIONS OF THE PAIN.001 FILE
017205*  BANKPAY WROTE (ONE ELEMENT PER LINE) INTO THE MATCH TABLE,
017206*  WITH THEIR END-TO-END IDS, AND KEEPS ITS MESSAGE ID FOR THE
017207*  CHECK AGAINST THE STATUS REPORT.
017208****************************************************************
017209  1500-LOAD-SEPA-CREDITS.
017210      MOVE 'N' TO DL-EOF-SW.
017211      MOVE 0 TO DL-CREDIT-COUNT.
017212      OPEN INPUT SEPA-FILE.
017213      IF DL-SEPA-FILE-STATUS NOT = '00'
017214          DISPLAY 'IMPOSSIBILE APRIRE SEPAFILE - STATUS '
017215              DL-SEPA-FILE-STATUS
017216          CLOSE BANK-RETURN
017217          CLOSE EXCEPTION-FILE
017218          MOVE 8 TO RETURN-CODE
017219          GOBACK
017220      END-IF.
017221      PERFORM 1510-LOAD-ONE-SEPA-LINE
017222          THRU 1510-LOAD-ONE-SEPA-LINE-EXIT
017223          UNTIL DL-END-OF-FILE.
017224      CLOSE SEPA-FILE.
017225      DISPLAY 'BONIFICI SEPA CARICATI: ' DL-CREDIT-COUNT
017226          ' MESSAGGIO ' DL-SEPA-MSG-ID.
017227  1500-LOAD-SEPA-CREDITS-EXIT.
017228      EXIT.
017229  1510-LOAD-ONE-SEPA-LINE.
017230      READ SEPA-FILE
017231          AT END
017232              MOVE 'Y' TO DL-EOF-SW
017233              GO TO 1510-LOAD-ONE-SEPA-LINE-EXIT
017234      END-READ.
017235      MOVE SEPA-RECORD TO DL-XML-LINE.
017236      PERFORM 9000-SPLIT-XML-LINE THRU 9000-SPLIT-XML-LINE-EXIT.
017237      EVALUATE DL-XML-ELEMENT
017238          WHEN 'MsgId'
017239              IF DL-SEPA-MSG-ID = SPACES
017240                  MOVE DL-XML-VALUE TO DL-SEPA-MSG-ID
017241              END-IF
017242          WHEN 'CdtTrfTxInf'
017243              MOVE 'Y' TO DL-IN-BLOCK-SW
017244              MOVE SPACES TO DL-TX-E2E-ID
017245              MOVE SPACES TO DL-TX-NOME
017246              MOVE SPACES TO DL-TX-IBAN
017247              MOVE 0 TO DL-XML-AMOUNT
017248          WHEN 'EndToEndId'
017249              MOVE DL-XML-VALUE TO DL-TX-E2E-ID
017250          WHEN 'InstdAmt'
017251              PERFORM 9100-PARSE-AMOUNT
017252                  THRU 9100-PARSE-AMOUNT-EXIT
017253          WHEN 'Nm'
017254              IF DL-IN-BLOCK
017255                  MOVE DL-XML-VALUE TO DL-TX-NOME
017256              END-IF
017257          WHEN 'IBAN'
017258              IF DL-IN-BLOCK
017259                  MOVE DL-XML-VALUE TO DL-TX-IBAN
017260              END-IF
017261          WHEN '/CdtTrfTxInf'
017262              MOVE 'N' TO DL-IN-BLOCK-SW
017263              PERFORM 1520-ADD-SEPA-CREDIT
017264                  THRU 1520-ADD-SEPA-CREDIT-EXIT
017265          WHEN OTHER
017266              CONTINUE
017267      END-EVALUATE.
017268  1510-LOAD-ONE-SEPA-LINE-EXIT.
017269      EXIT.
017270  1520-ADD-SEPA-CREDIT.
017271      IF DL-CREDIT-COUNT >= 5000
017272          DISPLAY 'TABELLA BONIFICI PIENA - RECORD IGNORATO'
017273          MOVE 'Y' TO DL-EOF-SW
017274          MOVE 8 TO RETURN-CODE
017275          GO TO 1520-ADD-SEPA-CREDIT-EXIT
017276      END-IF.
017277      ADD 1 TO DL-CREDIT-COUNT.
017278      SET DL-CREDIT-IDX TO DL-CREDIT-COUNT.
017279      MOVE DL-TX-E2E-ID(1:5) TO DL-CR-MATRICOLA(DL-CREDIT-IDX).
017280      MOVE DL-TX-NOME TO DL-CR-NOME(DL-CREDIT-IDX).
017281      MOVE DL-TX-IBAN TO DL-CR-IBAN(DL-CREDIT-IDX).
017282      MOVE DL-XML-AMOUNT TO DL-CR-AMOUNT(DL-CREDIT-IDX).
017283      MOVE DL-TX-E2E-ID TO DL-CR-E2E-ID(DL-CREDIT-IDX).
017284  1520-ADD-SEPA-CREDIT-EXIT.
017300      EXIT.
017400****************************************************************
017500*  2000-PROCESS-ONE-RETURN
017800*  UNMATCHED, IT IS A FILE MISMATCH AND A FATAL EXCEPTION.
017900****************************************************************
018000  2000-PROCESS-ONE-RETURN.
018060      IF DL-RECORD-HELD
018120          MOVE 'N' TO DL-HELD-SW
018180      ELSE
018240          READ BANK-RETURN
018300              AT END
018360                  MOVE 'Y' TO DL-EOF-SW
018420                  GO TO 2000-PROCESS-ONE-RETURN-EXIT
018480          END-READ
018540      END-IF.
018600      ADD 1 TO DL-RET-COUNT.
018700      PERFORM 3000-FIND-CREDIT THRU 3000-FIND-CREDIT-EXIT.
018706      MOVE BR-MATRICOLA TO DL-RJ-MATRICOLA.
018712      MOVE BR-AMOUNT TO DL-RJ-AMOUNT.
018718      MOVE BR-REASON TO DL-RJ-REASON.
018724      PERFORM 2100-RECORD-REJECTION
018730          THRU 2100-RECORD-REJECTION-EXIT.
018736  2000-PROCESS-ONE-RETURN-EXIT.
018742      EXIT.
018748****************************************************************
018754*  2100-RECORD-REJECTION
018760*  A REJECTION MATCHED TO A CREDIT GOES ON THE RE-PAY LIST AND
018766*  THE EXCEPTION FILE; UNMATCHED, IT IS A FILE MISMATCH AND A
018772*  FATAL EXCEPTION.
018778****************************************************************
018784  2100-RECORD-REJECTION.
018800      IF DL-CREDIT-FOUND
018900          ADD 1 TO DL-MATCHED-COUNT
019000          MOVE DL-RJ-MATRICOLA TO RP-MATRICOLA
019100          MOVE DL-CR-NOME(DL-HIT) TO RP-NOME
019200          MOVE DL-CR-IBAN(DL-HIT) TO RP-IBAN
019300          MOVE DL-RJ-AMOUNT TO RP-AMOUNT
019400          MOVE DL-RJ-REASON TO RP-REASON
019500          WRITE REPAY-RECORD
019600          DISPLAY 'RESPINTO ' DL-RJ-MATRICOLA ' IMPORTO '
019700              DL-RJ-AMOUNT ' - ' DL-RJ-REASON
019800          MOVE 4 TO EX-SEVERITY
019900          MOVE DL-RJ-MATRICOLA TO EX-KEY
020000          MOVE 'BONIFICO RESPINTO DALLA BANCA - DA RIPAGARE'
020100              TO EX-MESSAGE
020200          PERFORM 9800-WRITE-EXCEPTION
020300              THRU 9800-WRITE-EXCEPTION-EXIT
020400      ELSE
020500          ADD 1 TO DL-ORPHAN-COUNT
020600          DISPLAY 'RESO ' DL-RJ-MATRICOLA ' IMPORTO ' DL-RJ-AMOUNT
020700              ' SENZA BONIFICO CORRISPONDENTE'
020800          MOVE 8 TO EX-SEVERITY
020900          MOVE DL-RJ-MATRICOLA TO EX-KEY
021000          MOVE 'RESO BANCA SENZA BONIFICO CORRISPONDENTE'
021100              TO EX-MESSAGE
021200          PERFORM 9800-WRITE-EXCEPTION
021300              THRU 9800-WRITE-EXCEPTION-EXIT
021400      END-IF.
021401  2100-RECORD-REJECTION-EXIT.
021402      EXIT.
021403****************************************************************
021404*  2500-READ-ONE-STATUS-LINE
021405*  ONE LINE OF THE PAIN.002 STATUS REPORT.  THE ORIGINAL MESSAGE
021406*  ID AND GROUP STATUS ARE KEPT; EACH TXINFANDSTS BLOCK COLLECTS
021407*  ITS END-TO-END ID, STATUS AND REASON (ONLY THE CD AND
021408*  ADDTLINF INSIDE STSRSNINF) AND IS SETTLED AT ITS CLOSING TAG.
021409****************************************************************
021410  2500-READ-ONE-STATUS-LINE.
021411      IF DL-RECORD-HELD
021412          MOVE 'N' TO DL-HELD-SW
021413      ELSE
021414          READ BANK-RETURN
021415              AT END
021416                  MOVE 'Y' TO DL-EOF-SW
021417                  GO TO 2500-READ-ONE-STATUS-LINE-EXIT
021418          END-READ
021419      END-IF.
021420      MOVE BANK-RETURN-LINE TO DL-XML-LINE.
021421      PERFORM 9000-SPLIT-XML-LINE THRU 9000-SPLIT-XML-LINE-EXIT.
021422      EVALUATE DL-XML-ELEMENT
021423          WHEN 'OrgnlMsgId'
021424              IF DL-ORIG-MSG-ID = SPACES
021425                  MOVE DL-XML-VALUE TO DL-ORIG-MSG-ID
021426              END-IF
021427          WHEN 'GrpSts'
021428              MOVE DL-XML-VALUE TO DL-GRP-STATUS
021429          WHEN 'TxInfAndSts'
021430              MOVE SPACES TO DL-TX-E2E-ID
021431              MOVE SPACES TO DL-TX-STATUS
021432              MOVE SPACES TO DL-TX-REASON-CD
021433              MOVE SPACES TO DL-TX-REASON-INFO
021434          WHEN 'OrgnlEndToEndId'
021435              MOVE DL-XML-VALUE TO DL-TX-E2E-ID
021436          WHEN 'TxSts'
021437              MOVE DL-XML-VALUE TO DL-TX-STATUS
021438          WHEN 'StsRsnInf'
021439              MOVE 'Y' TO DL-IN-BLOCK-SW
021440          WHEN '/StsRsnInf'
021441              MOVE 'N' TO DL-IN-BLOCK-SW
021442          WHEN 'Cd'
021443              IF DL-IN-BLOCK AND DL-TX-REASON-CD = SPACES
021444                  MOVE DL-XML-VALUE TO DL-TX-REASON-CD
021445              END-IF
021446          WHEN 'AddtlInf'
021447              IF DL-IN-BLOCK AND DL-TX-REASON-INFO = SPACES
021448                  MOVE DL-XML-VALUE TO DL-TX-REASON-INFO
021449              END-IF
021450          WHEN '/TxInfAndSts'
021451              PERFORM 2600-PROCESS-ONE-STATUS
021452                  THRU 2600-PROCESS-ONE-STATUS-EXIT
021453          WHEN OTHER
021454              CONTINUE
021455      END-EVALUATE.
021456  2500-READ-ONE-STATUS-LINE-EXIT.
021457      EXIT.
021458****************************************************************
021459*  2600-PROCESS-ONE-STATUS
021460*  ONE TRANSACTION STATUS.  ANYTHING BUT RJCT (ACCP, ACSC, PDNG
021461*  ...) IS THE BANK TAKING THE PAYMENT AND IS ONLY COUNTED.  A
021462*  REJECTION IS MATCHED ON THE END-TO-END ID AND RE-PAID AT THE
021463*  AMOUNT BANKPAY SENT.
021464****************************************************************
021465  2600-PROCESS-ONE-STATUS.
021466      ADD 1 TO DL-RET-COUNT.
021467      IF DL-TX-STATUS NOT = 'RJCT'
021468          ADD 1 TO DL-ACCEPTED-COUNT
021469          GO TO 2600-PROCESS-ONE-STATUS-EXIT
021470      END-IF.
021471      PERFORM 3100-FIND-CREDIT-BY-ID
021472          THRU 3100-FIND-CREDIT-BY-ID-EXIT.
021473      MOVE DL-TX-E2E-ID(1:5) TO DL-RJ-MATRICOLA.
021474      MOVE 0 TO DL-RJ-AMOUNT.
021475      IF DL-CREDIT-FOUND
021476          MOVE DL-CR-AMOUNT(DL-HIT) TO DL-RJ-AMOUNT
021477      END-IF.
021478      MOVE SPACES TO DL-RJ-REASON.
021479      STRING DL-TX-REASON-CD DELIMITED BY SPACE
021480          ' ' DL-TX-REASON-INFO DELIMITED BY SIZE
021481          INTO DL-RJ-REASON.
021482      PERFORM 2100-RECORD-REJECTION
021483          THRU 2100-RECORD-REJECTION-EXIT.
021484  2600-PROCESS-ONE-STATUS-EXIT.
021485      EXIT.
021486****************************************************************
021487*  2700-CHECK-MESSAGE
021488*  THE STATUS REPORT MUST BE FOR THE MESSAGE BANKPAY SENT, AND A
021489*  GROUP STATUS RJCT MEANS THE BANK REFUSED THE WHOLE FILE -
021490*  NOBODY WAS PAID AND THE FILE MUST BE CORRECTED AND SENT
021491*  AGAIN, NOT RE-PAID PIECE BY PIECE.  EITHER IS RC 8.
021492****************************************************************
021493  2700-CHECK-MESSAGE.
021494      IF DL-ORIG-MSG-ID NOT = DL-SEPA-MSG-ID
021495          ADD 1 TO DL-ORPHAN-COUNT
021496          DISPLAY 'ESITO PER IL MESSAGGIO ' DL-ORIG-MSG-ID
021497              ' - SEPAFILE E'' ' DL-SEPA-MSG-ID
021498          MOVE 8 TO EX-SEVERITY
021499          MOVE DL-ORIG-MSG-ID TO EX-KEY
021500          MOVE 'ESITO PAIN.002 NON RIFERITO AL SEPAFILE INVIATO'
021501              TO EX-MESSAGE
021502          PERFORM 9800-WRITE-EXCEPTION
021503              THRU 9800-WRITE-EXCEPTION-EXIT
021504      END-IF.
021505      IF DL-GRP-STATUS = 'RJCT'
021506          ADD 1 TO DL-ORPHAN-COUNT
021507          DISPLAY 'FILE SEPA ' DL-SEPA-MSG-ID
021508              ' RIFIUTATO INTERAMENTE DALLA BANCA'
021509          MOVE 8 TO EX-SEVERITY
021510          MOVE DL-SEPA-MSG-ID TO EX-KEY
021511          MOVE 'FILE SEPA RIFIUTATO DALLA BANCA'
021512              TO EX-MESSAGE
021513          PERFORM 9800-WRITE-EXCEPTION
021514              THRU 9800-WRITE-EXCEPTION-EXIT
021515      END-IF.
021516  2700-CHECK-MESSAGE-EXIT.
021600      EXIT.
021700****************************************************************
021800*  3000-FIND-CREDIT
023300          MOVE DL-I TO DL-HIT
023400      END-IF.
023500  3010-CHECK-ONE-CREDIT-EXIT.
023501      EXIT.
023502****************************************************************
023503*  3100-FIND-CREDIT-BY-ID
023504*  THE SAME SCAN ON THE SEPA END-TO-END ID.
023505****************************************************************
023506  3100-FIND-CREDIT-BY-ID.
023507      MOVE 'N' TO DL-MATCH-SW.
023508      PERFORM 3110-CHECK-ONE-ID
023509          THRU 3110-CHECK-ONE-ID-EXIT
023510          VARYING DL-I FROM 1 BY 1
023511          UNTIL DL-I > DL-CREDIT-COUNT OR DL-CREDIT-FOUND.
023512  3100-FIND-CREDIT-BY-ID-EXIT.
023513      EXIT.
023514  3110-CHECK-ONE-ID.
023515      IF DL-CR-E2E-ID(DL-I) = DL-TX-E2E-ID
023516          MOVE 'Y' TO DL-MATCH-SW
023517          MOVE DL-I TO DL-HIT
023518      END-IF.
023519  3110-CHECK-ONE-ID-EXIT.
023520      EXIT.
023521****************************************************************
023522*  4000-MARK-RETURN-DONE
023523*  THE RETURN FOR THE COMPANY'S LAST PAYMENT IS HANDLED: THE
023524*  ONE-RECORD BNKCTL BANKPAY WROTE IS WRITTEN BACK UNCHANGED
023525*  BUT FOR CT-PROGRAM-ID, NOW BNKRET, WHICH IS WHAT PREFLT
023526*  LOOKS FOR BEFORE THE NEXT RUN.  NO BNKCTL (A RETURN FOR A
023527*  PAYMENT MADE BEFORE THE FILE EXISTED) IS ONLY REPORTED.
023528****************************************************************
023529  4000-MARK-RETURN-DONE.
023530      OPEN INPUT BANK-CONTROL-FILE.
023531      IF DL-CTL-FILE-STATUS NOT = '00'
023532          DISPLAY 'BNKCTL NON DISPONIBILE - RITORNO NON '
023533              'REGISTRATO'
023534          GO TO 4000-MARK-RETURN-DONE-EXIT
023535      END-IF.
023536      READ BANK-CONTROL-FILE
023537          AT END
023538              DISPLAY 'BNKCTL VUOTO - RITORNO NON REGISTRATO'
023539              CLOSE BANK-CONTROL-FILE
023540              GO TO 4000-MARK-RETURN-DONE-EXIT
023541      END-READ.
023542      CLOSE BANK-CONTROL-FILE.
023543      IF CT-PROGRAM-ID NOT = 'BANKPAY'
023544          GO TO 4000-MARK-RETURN-DONE-EXIT
023545      END-IF.
023546      MOVE 'BNKRET' TO CT-PROGRAM-ID.
023547      OPEN OUTPUT BANK-CONTROL-FILE.
023548      WRITE CONTROL-TOTAL-RECORD.
023549      CLOSE BANK-CONTROL-FILE.
023550      DISPLAY 'RITORNO DEL PAGAMENTO REGISTRATO SU BNKCTL'.
023551  4000-MARK-RETURN-DONE-EXIT.
023552      EXIT.
023553****************************************************************
023554*  9000-SPLIT-XML-LINE / 9100-PARSE-AMOUNT
023555*  9000 SPLITS DL-XML-LINE INTO THE ELEMENT NAME (ATTRIBUTES
023556*  DROPPED, CLOSING TAGS KEEP THEIR /) AND ITS TEXT.  9100 TURNS
023557*  THAT TEXT - DIGITS WITH AN OPTIONAL DECIMAL POINT - INTO
023558*  DL-XML-AMOUNT, ZERO IF IT IS ANYTHING ELSE.
023559****************************************************************
023560  9000-SPLIT-XML-LINE.
023561      MOVE SPACES TO DL-XML-TAG.
023562      MOVE SPACES TO DL-XML-ELEMENT.
023563      MOVE SPACES TO DL-XML-VALUE.
023564      MOVE 0 TO DL-LEAD.
023565      INSPECT DL-XML-LINE TALLYING DL-LEAD FOR LEADING SPACES.
023566      IF DL-LEAD >= 200
023567          GO TO 9000-SPLIT-XML-LINE-EXIT
023568      END-IF.
023569      UNSTRING DL-XML-LINE(DL-LEAD + 1:) DELIMITED BY '<' OR '>'
023570          INTO DL-XML-SKIP DL-XML-TAG DL-XML-VALUE.
023571      UNSTRING DL-XML-TAG DELIMITED BY SPACE
023572          INTO DL-XML-ELEMENT.
023573  9000-SPLIT-XML-LINE-EXIT.
023574      EXIT.
023575  9100-PARSE-AMOUNT.
023576      MOVE SPACES TO DL-AMT-TEXT.
023577      UNSTRING DL-XML-VALUE DELIMITED BY '.' OR SPACE
023578          INTO DL-AMT-INT DL-AMT-DEC.
023579      INSPECT DL-AMT-TEXT REPLACING ALL SPACE BY ZERO.
023580      IF DL-AMT-TEXT NUMERIC
023581          MOVE DL-AMT-NUM TO DL-XML-AMOUNT
023582      ELSE
023583          MOVE 0 TO DL-XML-AMOUNT
023584      END-IF.
023585  9100-PARSE-AMOUNT-EXIT.
023600      EXIT.
023700****************************************************************
023800*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
