001600*    - ONE CREDIT PER DEDUCTION CLASS: ERARIO (TAX), ENTI
001700*      (SOCIAL), SINDACAT (UNION DUES)
001800*    - ONE CREDIT TO BANCA FOR NET PAY PAYABLE
001830*    - ONE DEBIT PER COST CENTER TO ONERISOC (EMPLOYER
001860*      CONTRIBUTIONS) AND ONE CREDIT TO ENTI FOR THEIR TOTAL
001870*    - ONE CREDIT TO ANTICIPI FOR ADVANCE/LOAN INSTALMENTS AND
001880*      ONE TO PIGNORAM FOR GARNISHMENTS, WHEN THERE ARE ANY
001890*    - ONE DEBIT PER COST CENTER TO RIMBSPES FOR THE EXPENSE
001895*      CLAIMS REIMBURSED IN THE NET, WHEN THERE ARE ANY
001900*  EVERY POSTING CARRIES THE RUN NUMBER AND PERIOD END FROM
002000*  RUNCTL, AND THE TRAILER RECORD CARRIES THE DEBIT AND CREDIT
002100*  TOTALS.  DEBITS THAT DO NOT EQUAL CREDITS (E.G. A NET
002300*  UNBALANCED FILE MUST NOT REACH THE LEDGER.
002400*  MOD HISTORY
002500*  01/09/2026 LG  NEW.
002510*  15/10/2026 LG  ALSO CARRIES THE PENDING PROVISION POSTINGS
002520*                 (PROVPOST.CPY - THE YEAR-END TFR PROVISION
002530*                 FROM TFRRIV) INTO THE RUN'S GLFILE: ONE DEBIT
002540*                 ON THE COST CENTER AND ONE CREDIT PER RECORD,
002550*                 THEN STAMPS THEM WITH THE RUN NUMBER SO THE
002560*                 NEXT RUN DROPS THEM INSTEAD OF POSTING TWICE.
002561*                 NO PROVPOST FILE MEANS NOTHING PENDING.
002562*  15/10/2026 LG  POSTS THE EMPLOYER CONTRIBUTIONS FROM NETPAY
002563*                 (NP-EMPLOYER): A DEBIT TO ONERISOC ON EACH COST
002564*                 CENTER (NP-COST-CENTER) AND A SEPARATE CREDIT TO
002565*                 ENTI, KEPT APART FROM THE EMPLOYEES' SHARE.
002566*  15/10/2026 LG  THE DEDUCTION-AGREEMENT AMOUNTS PAYCALC NOW
002567*                 TAKES OUT OF THE NET ARE CREDITED TO ANTICIPI
002568*                 (ADVANCE AND LOAN INSTALMENTS, NP-LOANS) AND
002569*                 PIGNORAM (GARNISHMENTS OWED TO CREDITORS,
002570*                 NP-GARNISH), SO THE FILE STILL BALANCES AGAINST
002571*                 THE GROSS.
002572*  15/10/2026 LG  THE MONTH-END ACCRUAL REVERSALS GLACCR LEAVES
002573*                 ON PROVPOST (SOURCE GLACCR, REFERENCE AAAAMM)
002574*                 ARE POSTED ONLY BY THE FIRST RUN WHOSE PERIOD
002575*                 ENDS AFTER THAT MONTH, AS TYPE S (STORNO) WITH
002576*                 THE SALARI CREDIT ON THE COST CENTER.  UNTIL
002577*                 THEN THEY STAY ON THE FILE UNSTAMPED.
002578*  15/10/2026 LG  ONE COMPANY PER RUN: EVERY POSTING AND THE
002579*                 TRAILER CARRY THE COMPANY'S COMPREF LEDGER CODE
002580*                 (GL-COMPANY/GT-COMPANY, RECORD 41 -> 45); ONLY
002581*                 THE RUN COMPANY'S PROVPOST RECORDS ARE POSTED,
002582*                 THE OTHERS STAY ON THE FILE UNSTAMPED.
002583*  15/10/2026 LG  THE EXPENSE CLAIMS PAYCALC PAID IN THE NET (READ
002584*                 FROM EXPPAID, EXPCLAIM.CPY) ARE DEBITED TO
002585*                 RIMBSPES ON THE CLAIM'S COST CENTER, SO THE
002586*                 BANCA CREDIT THAT NOW INCLUDES THEM STILL
002587*                 BALANCES.  NO EXPPAID FILE MEANS NO CLAIMS.
002588*  15/10/2026 LG  THE SALARI DEBITS OF AN EMPLOYEE SHARED BETWEEN
002589*                 DEPARTMENTS FOLLOW THE SPLIT ON CCALLOC (NEW
002590*                 FILE, THROUGH CCSPLIT) IN FORCE AT THE PERIOD
002591*                 END: EACH CENTER GETS ITS SHARE OF THE GROSS AND
002592*                 THE PRIMARY CENTER THE ROUNDING, SO THE FILE
002593*                 STILL BALANCES.  A SPLIT THAT BREAKS THE RULES
002594*                 POSTS THE WHOLE GROSS ON GR-COST-CENTER WITH AN
002595*                 EXCEPTION (RC 4).  NO CCALLOC RECORD, NO SPLIT.
002596*  15/10/2026 LG  EVERY PROVPOST CREDIT TO SALARI - THE TREDPAY
002597*                 DECEMBER REVERSAL AS WELL AS GLACCR'S - POSTS ON
002598*                 ITS PV-COST-CENTER; ONLY RATEO13, FONDOTFR AND
002599*                 RATEIPAS CREDITS GO WITHOUT ONE.
002600****************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
004400      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
004500          ORGANIZATION LINE SEQUENTIAL
004600          FILE STATUS IS DL-EXC-FILE-STATUS.
004620      SELECT PROVISION-FILE ASSIGN TO "PROVPOST"
004640          ORGANIZATION LINE SEQUENTIAL
004660          FILE STATUS IS DL-PV-FILE-STATUS.
004670      SELECT CLAIM-PAID-FILE ASSIGN TO "EXPPAID"
004680          ORGANIZATION LINE SEQUENTIAL
004690          FILE STATUS IS DL-XP-FILE-STATUS.
004700*
004800  DATA DIVISION.
004900  FILE SECTION.
006200      05  GL-COST-CENTER          PIC X(04).
006300      05  GL-DR-CR                PIC X(01).
006400      05  GL-AMOUNT               PIC 9(11)V99.
006450      05  GL-COMPANY              PIC X(04).
006500  01  GL-TRAILER-RECORD REDEFINES GL-POSTING-RECORD.
006600      05  GT-TYPE                 PIC X(01).
006700      05  GT-RUN-NUMBER           PIC 9(06).
006800      05  GT-PERIOD-END           PIC 9(08).
006900      05  GT-DEBIT-TOTAL          PIC 9(11)V99.
007000      05  GT-CREDIT-TOTAL         PIC 9(11)V99.
007050      05  GT-COMPANY              PIC X(04).
007100  FD  EXCEPTION-FILE.
007200  COPY EXCREC.
007230  FD  PROVISION-FILE.
007260  COPY PROVPOST.
007270  FD  CLAIM-PAID-FILE.
007280  COPY EXPCLAIM.
007300*
007400  WORKING-STORAGE SECTION.
007500  01  DL-GROSS-FILE-STATUS         PIC X(02).
008500      05  DL-CC-ENTRY OCCURS 100 TIMES INDEXED BY DL-CC-IDX.
008600          10  DL-CC-CODE           PIC X(04).
008700          10  DL-CC-TOTAL          PIC 9(11)V99.
008750          10  DL-CC-EMPLOYER       PIC 9(11)V99.
008775          10  DL-CC-EXPENSES       PIC 9(11)V99.
008800  01  DL-I                         PIC 9(03).
008900  01  DL-HIT                       PIC 9(03).
009000  01  DL-TOT-TAX                   PIC 9(11)V99 VALUE 0.
009100  01  DL-TOT-SOCIAL                PIC 9(11)V99 VALUE 0.
009200  01  DL-TOT-UNION                 PIC 9(11)V99 VALUE 0.
009300  01  DL-TOT-NET                   PIC 9(11)V99 VALUE 0.
009350  01  DL-TOT-EMPLOYER              PIC 9(11)V99 VALUE 0.
009360  01  DL-TOT-LOANS                 PIC 9(11)V99 VALUE 0.
009370  01  DL-TOT-GARNISH               PIC 9(11)V99 VALUE 0.
009380  01  DL-TOT-EXPENSES              PIC 9(11)V99 VALUE 0.
009390  01  DL-XP-FILE-STATUS            PIC X(02).
009400  01  DL-DEBIT-TOTAL               PIC 9(11)V99 VALUE 0.
009500  01  DL-CREDIT-TOTAL              PIC 9(11)V99 VALUE 0.
009600  01  DL-RUN-NUMBER                PIC 9(06).
009700  01  DL-PERIOD-END                PIC 9(08).
009800  01  DL-POSTING-COUNT             PIC 9(04) VALUE 0.
009810  01  DL-PV-FILE-STATUS            PIC X(02).
009820  01  DL-PV-COUNT                  PIC 9(03) VALUE 0.
009830  01  DL-PV-TABLE.
009840      05  DL-PV-ENTRY OCCURS 500 TIMES INDEXED BY DL-PV-IDX.
009850          10  DL-PV-RECORD         PIC X(55).
009855          10  DL-PV-HOLD-SW        PIC X(01).
009860              88  DL-PV-HELD                  VALUE 'Y'.
009865  01  DL-PV-POSTED                 PIC 9(03) VALUE 0.
009870  01  DL-PERIOD-MONTH              PIC 9(06).
009875  01  DL-PERIOD-DAY                PIC 9(02).
009880  01  DL-PV-COMPANY                PIC X(02).
009885  01  DL-RUN-COMPANY               PIC X(02) VALUE '01'.
009890  01  DL-COMPANY-RESULT            PIC 9(01).
009895  COPY COMPREF.
009896  01  DL-SHARE-IX                  PIC 9(01).
009897  01  DL-SHARE-CC                  PIC X(04).
009898  01  DL-BAD-SPLIT-COUNT           PIC 9(03) VALUE 0.
009899  COPY CCSPLIT.
009900*
010000  PROCEDURE DIVISION.
010100****************************************************************
010900      PERFORM 2000-SUM-GROSS THRU 2000-SUM-GROSS-EXIT.
011000      PERFORM 3000-SUM-DEDUCTIONS
011100          THRU 3000-SUM-DEDUCTIONS-EXIT.
011130      PERFORM 3500-LOAD-PROVISIONS
011160          THRU 3500-LOAD-PROVISIONS-EXIT.
011170      PERFORM 3600-SUM-EXPENSES
011180          THRU 3600-SUM-EXPENSES-EXIT.
011200      PERFORM 4000-WRITE-POSTINGS
011300          THRU 4000-WRITE-POSTINGS-EXIT.
011320      IF DL-PV-COUNT > 0
011340          PERFORM 4500-STAMP-PROVISIONS
011360              THRU 4500-STAMP-PROVISIONS-EXIT
011380      END-IF.
011400      CLOSE EXCEPTION-FILE.
011500      DISPLAY 'REGISTRAZIONI EMESSE: ' DL-POSTING-COUNT.
011600      DISPLAY 'TOTALE DARE  : ' DL-DEBIT-TOTAL.
011700      DISPLAY 'TOTALE AVERE : ' DL-CREDIT-TOTAL.
011750      DISPLAY 'DI CUI RIMBORSI SPESE IN DARE: ' DL-TOT-EXPENSES.
011756      IF DL-BAD-SPLIT-COUNT > 0
011762          DISPLAY 'RIPARTIZIONI NON APPLICATE: '
011768              DL-BAD-SPLIT-COUNT
011774          IF RETURN-CODE < 4
011780              MOVE 4 TO RETURN-CODE
011786          END-IF
011792      END-IF.
011800      IF DL-DEBIT-TOTAL NOT = DL-CREDIT-TOTAL
011900          DISPLAY 'DARE E AVERE NON QUADRANO - FILE DA NON '
012000              'CARICARE'
012400****************************************************************
012500*  1000-READ-RUN-CONTROL
012600*  EVERY POSTING IS STAMPED WITH THE RUN NUMBER AND PERIOD, SO
012700*  A MISSING RUN-CONTROL FILE IS FATAL.  SO IS A COMPANY WITH
012750*  NO COMPREF RECORD - THE POSTINGS CARRY ITS LEDGER CODE.
012800****************************************************************
012900  1000-READ-RUN-CONTROL.
013000      OPEN INPUT RUN-CONTROL.
014600      CLOSE RUN-CONTROL.
014700      MOVE RN-RUN-NUMBER TO DL-RUN-NUMBER.
014800      MOVE RN-PERIOD-END TO DL-PERIOD-END.
014810      IF RN-COMPANY NOT = SPACES
014820          MOVE RN-COMPANY TO DL-RUN-COMPANY
014830      END-IF.
014840      CALL 'COMPINFO' USING DL-RUN-COMPANY COMPANY-RECORD
014850          DL-COMPANY-RESULT.
014860      IF DL-COMPANY-RESULT NOT = 0 AND DL-COMPANY-RESULT NOT = 3
014870          DISPLAY 'AZIENDA ' DL-RUN-COMPANY ' NON IN COMPREF - '
014880              'ELABORAZIONE RIFIUTATA'
014890          CLOSE EXCEPTION-FILE
014900          MOVE 8 TO RETURN-CODE
014910          GOBACK
014920      END-IF.
014930      DISPLAY 'AZIENDA ' DL-RUN-COMPANY ' CONTO SOCIETA'' '
014940          CO-GL-COMPANY.
014950  1000-READ-RUN-CONTROL-EXIT.
015000      EXIT.
015100****************************************************************
015200*  2000-SUM-GROSS
015300*  ACCUMULATES THE RETRO-APPLIED GROSS PER COST CENTER, THE
015350*  SAME SLOT PATTERN AS CCSUM.  A SHARED EMPLOYEE'S GROSS GOES
015400*  IN THE SHARES CCSPLIT GIVES BACK FOR THE PERIOD END; EVERYONE
015450*  ELSE GETS ONE SHARE ON GR-COST-CENTER.
015500****************************************************************
015600  2000-SUM-GROSS.
015700      MOVE 'N' TO DL-EOF-SW.
017400              MOVE 'Y' TO DL-EOF-SW
017500              GO TO 2010-SUM-ONE-GROSS-EXIT
017600      END-READ.
017604      MOVE GR-MATRICOLA TO SP-MATRICOLA.
017608      MOVE DL-PERIOD-END TO SP-AS-OF-DATE.
017612      MOVE GR-GROSS TO SP-AMOUNT.
017616      MOVE GR-COST-CENTER TO SP-HOME-CENTER.
017620      CALL 'CCSPLIT' USING CC-SPLIT-AREA.
017624      IF SP-RESULT = 9
017628          ADD 1 TO DL-BAD-SPLIT-COUNT
017632          DISPLAY 'RIPARTIZIONE DI ' GR-MATRICOLA ' ERRATA - '
017636              SP-MESSAGE
017640          MOVE 4 TO EX-SEVERITY
017644          MOVE GR-MATRICOLA TO EX-KEY
017648          MOVE SPACES TO EX-MESSAGE
017652          STRING 'RIPARTIZIONE CCALLOC ERRATA: ' SP-MESSAGE
017656              DELIMITED BY SIZE INTO EX-MESSAGE
017660          PERFORM 9800-WRITE-EXCEPTION
017664              THRU 9800-WRITE-EXCEPTION-EXIT
017668      END-IF.
017672      PERFORM 2030-ADD-ONE-SHARE THRU 2030-ADD-ONE-SHARE-EXIT
017676          VARYING DL-SHARE-IX FROM 1 BY 1
017680          UNTIL DL-SHARE-IX > SP-SHARE-COUNT OR DL-END-OF-FILE.
017684  2010-SUM-ONE-GROSS-EXIT.
017688      EXIT.
017692  2030-ADD-ONE-SHARE.
017696      MOVE SP-COST-CENTER(DL-SHARE-IX) TO DL-SHARE-CC.
017700      MOVE 'N' TO DL-FOUND-SW.
017800      PERFORM 2020-MATCH-ONE-CC THRU 2020-MATCH-ONE-CC-EXIT
017900          VARYING DL-I FROM 1 BY 1
018300              DISPLAY 'TABELLA CENTRI DI COSTO PIENA - '
018400                  'ELABORAZIONE INTERROTTA'
018500              MOVE 8 TO EX-SEVERITY
018600              MOVE DL-SHARE-CC TO EX-KEY
018700              MOVE 'TABELLA CENTRI DI COSTO PIENA'
018800                  TO EX-MESSAGE
018900              PERFORM 9800-WRITE-EXCEPTION
019000                  THRU 9800-WRITE-EXCEPTION-EXIT
019100              MOVE 8 TO RETURN-CODE
019200              MOVE 'Y' TO DL-EOF-SW
019300              GO TO 2030-ADD-ONE-SHARE-EXIT
019400          END-IF
019500          ADD 1 TO DL-CC-COUNT
019600          SET DL-CC-IDX TO DL-CC-COUNT
019700          MOVE DL-SHARE-CC TO DL-CC-CODE(DL-CC-IDX)
019800          MOVE 0 TO DL-CC-TOTAL(DL-CC-IDX)
019850          MOVE 0 TO DL-CC-EMPLOYER(DL-CC-IDX)
019860          MOVE 0 TO DL-CC-EXPENSES(DL-CC-IDX)
019900          MOVE DL-CC-COUNT TO DL-HIT
020000      END-IF.
020100      ADD SP-SHARE-AMOUNT(DL-SHARE-IX) TO DL-CC-TOTAL(DL-HIT).
020200  2030-ADD-ONE-SHARE-EXIT.
020300      EXIT.
020400  2020-MATCH-ONE-CC.
020500      IF DL-CC-CODE(DL-I) = DL-SHARE-CC
020600          MOVE 'Y' TO DL-FOUND-SW
020700          MOVE DL-I TO DL-HIT
020800      END-IF.
021000      EXIT.
021100****************************************************************
021200*  3000-SUM-DEDUCTIONS
021260*  ONE PASS OVER NETPAY FOR THE CREDIT-SIDE TOTALS, AND THE
021320*  EMPLOYER CONTRIBUTIONS INTO THEIR COST CENTER'S SLOT.
021400****************************************************************
021500  3000-SUM-DEDUCTIONS.
021600      MOVE 'N' TO DL-EOF-SW.
023700      ADD NP-SOCIAL TO DL-TOT-SOCIAL.
023800      ADD NP-UNION TO DL-TOT-UNION.
023900      ADD NP-NET TO DL-TOT-NET.
023901      ADD NP-LOANS TO DL-TOT-LOANS.
023902      ADD NP-GARNISH TO DL-TOT-GARNISH.
023903      IF NP-EMPLOYER = 0
023906          GO TO 3010-SUM-ONE-NET-EXIT
023909      END-IF.
023912      MOVE 'N' TO DL-FOUND-SW.
023915      PERFORM 3020-MATCH-NET-CC THRU 3020-MATCH-NET-CC-EXIT
023918          VARYING DL-I FROM 1 BY 1
023921          UNTIL DL-I > DL-CC-COUNT OR DL-CC-FOUND.
023924      IF NOT DL-CC-FOUND
023927          IF DL-CC-COUNT >= 100
023930              DISPLAY 'TABELLA CENTRI DI COSTO PIENA - '
023933                  'ELABORAZIONE INTERROTTA'
023936              MOVE 8 TO EX-SEVERITY
023939              MOVE NP-COST-CENTER TO EX-KEY
023942              MOVE 'TABELLA CENTRI DI COSTO PIENA'
023945                  TO EX-MESSAGE
023948              PERFORM 9800-WRITE-EXCEPTION
023951                  THRU 9800-WRITE-EXCEPTION-EXIT
023954              MOVE 8 TO RETURN-CODE
023957              MOVE 'Y' TO DL-EOF-SW
023960              GO TO 3010-SUM-ONE-NET-EXIT
023963          END-IF
023966          ADD 1 TO DL-CC-COUNT
023969          SET DL-CC-IDX TO DL-CC-COUNT
023972          MOVE NP-COST-CENTER TO DL-CC-CODE(DL-CC-IDX)
023975          MOVE 0 TO DL-CC-TOTAL(DL-CC-IDX)
023978          MOVE 0 TO DL-CC-EMPLOYER(DL-CC-IDX)
023979          MOVE 0 TO DL-CC-EXPENSES(DL-CC-IDX)
023981          MOVE DL-CC-COUNT TO DL-HIT
023984      END-IF.
023987      ADD NP-EMPLOYER TO DL-CC-EMPLOYER(DL-HIT).
023990      ADD NP-EMPLOYER TO DL-TOT-EMPLOYER.
024000  3010-SUM-ONE-NET-EXIT.
024010      EXIT.
024020  3020-MATCH-NET-CC.
024030      IF DL-CC-CODE(DL-I) = NP-COST-CENTER
024040          MOVE 'Y' TO DL-FOUND-SW
024050          MOVE DL-I TO DL-HIT
024060      END-IF.
024070  3020-MATCH-NET-CC-EXIT.
024100      EXIT.
024102****************************************************************
024104*  3500-LOAD-PROVISIONS
024106*  PENDING PROVISION POSTINGS INTO A TABLE: EVERYTHING NOT YET
024108*  POSTED, PLUS WHAT THIS SAME RUN NUMBER POSTED BEFORE (A
024110*  RERUN BUILDS A NEW GLFILE).  RECORDS AN EARLIER RUN POSTED
024111*  ARE LEFT OUT AND SO DROP OFF THE FILE WHEN IT IS REWRITTEN.
024112*  A FULL TABLE POSTS NONE OF THEM AND LEAVES THE FILE AS IT
024113*  WAS - NOTHING MAY BE LOST FROM IT.
024114*  A GLACCR REVERSAL FOR A MONTH THIS RUN'S PERIOD DOES NOT
024115*  YET PASS IS LOADED BUT HELD: NOT POSTED, NOT STAMPED.  SO
024116*  IS A POSTING OF ANOTHER COMPANY (BLANK PV-COMPANY = 01),
024117*  LEFT FOR THAT COMPANY'S OWN RUN.
024118****************************************************************
024120  3500-LOAD-PROVISIONS.
024121      DIVIDE DL-PERIOD-END BY 100 GIVING DL-PERIOD-MONTH
024122          REMAINDER DL-PERIOD-DAY.
024123      MOVE 'N' TO DL-EOF-SW.
024124      OPEN INPUT PROVISION-FILE.
024126      IF DL-PV-FILE-STATUS NOT = '00'
024128          GO TO 3500-LOAD-PROVISIONS-EXIT
024130      END-IF.
024132      PERFORM 3510-LOAD-ONE-PROVISION
024134          THRU 3510-LOAD-ONE-PROVISION-EXIT
024136          UNTIL DL-END-OF-FILE.
024138      CLOSE PROVISION-FILE.
024140  3500-LOAD-PROVISIONS-EXIT.
024142      EXIT.
024144  3510-LOAD-ONE-PROVISION.
024146      READ PROVISION-FILE
024148          AT END
024150              MOVE 'Y' TO DL-EOF-SW
024152              GO TO 3510-LOAD-ONE-PROVISION-EXIT
024154      END-READ.
024156      IF PV-POSTED-RUN NOT = 0
024158              AND PV-POSTED-RUN NOT = DL-RUN-NUMBER
024160          GO TO 3510-LOAD-ONE-PROVISION-EXIT
024162      END-IF.
024164      IF DL-PV-COUNT >= 500
024166          DISPLAY 'TABELLA ACCANTONAMENTI PIENA - PROVPOST '
024168              'NON REGISTRATO'
024170          MOVE 8 TO EX-SEVERITY
024172          MOVE PV-SOURCE TO EX-KEY
024174          MOVE 'TABELLA ACCANTONAMENTI PIENA - PROVPOST INTATTO'
024176              TO EX-MESSAGE
024178          PERFORM 9800-WRITE-EXCEPTION
024180              THRU 9800-WRITE-EXCEPTION-EXIT
024182          MOVE 8 TO RETURN-CODE
024184          MOVE 0 TO DL-PV-COUNT
024186          MOVE 'Y' TO DL-EOF-SW
024188          GO TO 3510-LOAD-ONE-PROVISION-EXIT
024190      END-IF.
024192      ADD 1 TO DL-PV-COUNT.
024194      MOVE PROVISION-POSTING-RECORD TO DL-PV-RECORD(DL-PV-COUNT).
024195      MOVE 'N' TO DL-PV-HOLD-SW(DL-PV-COUNT).
024196      MOVE PV-COMPANY TO DL-PV-COMPANY.
024197      IF DL-PV-COMPANY = SPACES
024198          MOVE '01' TO DL-PV-COMPANY
024199      END-IF.
024200      IF DL-PV-COMPANY NOT = DL-RUN-COMPANY
024201          MOVE 'Y' TO DL-PV-HOLD-SW(DL-PV-COUNT)
024202      END-IF.
024203      IF PV-SOURCE = 'GLACCR'
024204              AND PV-REFERENCE NOT < DL-PERIOD-MONTH
024205          MOVE 'Y' TO DL-PV-HOLD-SW(DL-PV-COUNT)
024206      END-IF.
024207  3510-LOAD-ONE-PROVISION-EXIT.
024208      EXIT.
024210****************************************************************
024211*  3600-SUM-EXPENSES
024212*  THE EXPENSE CLAIMS PAID IN THE RUN, INTO THE SLOT OF THE
024213*  CLAIM'S COST CENTER (WHICH NEED NOT BE THE EMPLOYEE'S).
024214****************************************************************
024215  3600-SUM-EXPENSES.
024216      MOVE 'N' TO DL-EOF-SW.
024217      OPEN INPUT CLAIM-PAID-FILE.
024218      IF DL-XP-FILE-STATUS NOT = '00'
024219          GO TO 3600-SUM-EXPENSES-EXIT
024220      END-IF.
024221      PERFORM 3610-SUM-ONE-CLAIM THRU 3610-SUM-ONE-CLAIM-EXIT
024222          UNTIL DL-END-OF-FILE.
024223      CLOSE CLAIM-PAID-FILE.
024224  3600-SUM-EXPENSES-EXIT.
024225      EXIT.
024226  3610-SUM-ONE-CLAIM.
024227      READ CLAIM-PAID-FILE
024228          AT END
024229              MOVE 'Y' TO DL-EOF-SW
024230              GO TO 3610-SUM-ONE-CLAIM-EXIT
024231      END-READ.
024232      MOVE 'N' TO DL-FOUND-SW.
024233      PERFORM 3620-MATCH-CLAIM-CC THRU 3620-MATCH-CLAIM-CC-EXIT
024234          VARYING DL-I FROM 1 BY 1
024235          UNTIL DL-I > DL-CC-COUNT OR DL-CC-FOUND.
024236      IF NOT DL-CC-FOUND
024237          IF DL-CC-COUNT >= 100
024238              DISPLAY 'TABELLA CENTRI DI COSTO PIENA - '
024239                  'ELABORAZIONE INTERROTTA'
024240              MOVE 8 TO EX-SEVERITY
024241              MOVE XC-COST-CENTER TO EX-KEY
024242              MOVE 'TABELLA CENTRI DI COSTO PIENA'
024243                  TO EX-MESSAGE
024244              PERFORM 9800-WRITE-EXCEPTION
024245                  THRU 9800-WRITE-EXCEPTION-EXIT
024246              MOVE 8 TO RETURN-CODE
024247              MOVE 'Y' TO DL-EOF-SW
024248              GO TO 3610-SUM-ONE-CLAIM-EXIT
024249          END-IF
024250          ADD 1 TO DL-CC-COUNT
024251          SET DL-CC-IDX TO DL-CC-COUNT
024252          MOVE XC-COST-CENTER TO DL-CC-CODE(DL-CC-IDX)
024253          MOVE 0 TO DL-CC-TOTAL(DL-CC-IDX)
024254          MOVE 0 TO DL-CC-EMPLOYER(DL-CC-IDX)
024255          MOVE 0 TO DL-CC-EXPENSES(DL-CC-IDX)
024256          MOVE DL-CC-COUNT TO DL-HIT
024257      END-IF.
024258      ADD XC-AMOUNT TO DL-CC-EXPENSES(DL-HIT).
024259      ADD XC-AMOUNT TO DL-TOT-EXPENSES.
024260  3610-SUM-ONE-CLAIM-EXIT.
024261      EXIT.
024262  3620-MATCH-CLAIM-CC.
024263      IF DL-CC-CODE(DL-I) = XC-COST-CENTER
024264          MOVE 'Y' TO DL-FOUND-SW
024265          MOVE DL-I TO DL-HIT
024266      END-IF.
024267  3620-MATCH-CLAIM-CC-EXIT.
024268      EXIT.
024278****************************************************************
024300*  4000-WRITE-POSTINGS
024400*  THE POSTING FILE ITSELF: COST-CENTER DEBITS, CLASS CREDITS,
024500*  NET PAYABLE CREDIT, TRAILER WITH BOTH TOTALS.
026600      MOVE DL-TOT-NET TO GL-AMOUNT.
026700      PERFORM 4200-WRITE-ONE-CREDIT
026800          THRU 4200-WRITE-ONE-CREDIT-EXIT.
026802      IF DL-TOT-EMPLOYER > 0
026804          MOVE 'ENTI' TO GL-ACCOUNT
026806          MOVE DL-TOT-EMPLOYER TO GL-AMOUNT
026808          PERFORM 4200-WRITE-ONE-CREDIT
026810              THRU 4200-WRITE-ONE-CREDIT-EXIT
026812      END-IF.
026822      IF DL-TOT-LOANS > 0
026832          MOVE 'ANTICIPI' TO GL-ACCOUNT
026842          MOVE DL-TOT-LOANS TO GL-AMOUNT
026852          PERFORM 4200-WRITE-ONE-CREDIT
026862              THRU 4200-WRITE-ONE-CREDIT-EXIT
026872      END-IF.
026882      IF DL-TOT-GARNISH > 0
026883          MOVE 'PIGNORAM' TO GL-ACCOUNT
026884          MOVE DL-TOT-GARNISH TO GL-AMOUNT
026885          PERFORM 4200-WRITE-ONE-CREDIT
026886              THRU 4200-WRITE-ONE-CREDIT-EXIT
026887      END-IF.
026888      PERFORM 4300-WRITE-ONE-PROVISION
026889          THRU 4300-WRITE-ONE-PROVISION-EXIT
026890          VARYING DL-I FROM 1 BY 1
026891          UNTIL DL-I > DL-PV-COUNT.
026900      MOVE 'T' TO GT-TYPE.
027000      MOVE DL-RUN-NUMBER TO GT-RUN-NUMBER.
027100      MOVE DL-PERIOD-END TO GT-PERIOD-END.
027200      MOVE DL-DEBIT-TOTAL TO GT-DEBIT-TOTAL.
027300      MOVE DL-CREDIT-TOTAL TO GT-CREDIT-TOTAL.
027350      MOVE CO-GL-COMPANY TO GT-COMPANY.
027400      WRITE GL-POSTING-RECORD.
027500      CLOSE GL-FILE.
027600  4000-WRITE-POSTINGS-EXIT.
028300      MOVE DL-CC-CODE(DL-I) TO GL-COST-CENTER.
028400      MOVE 'D' TO GL-DR-CR.
028500      MOVE DL-CC-TOTAL(DL-I) TO GL-AMOUNT.
028550      MOVE CO-GL-COMPANY TO GL-COMPANY.
028560*    A CENTER THAT IS ONLY HERE FOR A CLAIM HAS NO SALARI LINE.
028570      IF DL-CC-TOTAL(DL-I) > 0 OR DL-CC-EXPENSES(DL-I) = 0
028600          WRITE GL-POSTING-RECORD
028700          ADD 1 TO DL-POSTING-COUNT
028800          ADD DL-CC-TOTAL(DL-I) TO DL-DEBIT-TOTAL
028805      END-IF.
028810      IF DL-CC-EMPLOYER(DL-I) > 0
028820          MOVE 'ONERISOC' TO GL-ACCOUNT
028830          MOVE DL-CC-EMPLOYER(DL-I) TO GL-AMOUNT
028840          WRITE GL-POSTING-RECORD
028850          ADD 1 TO DL-POSTING-COUNT
028860          ADD DL-CC-EMPLOYER(DL-I) TO DL-DEBIT-TOTAL
028870      END-IF.
028880      IF DL-CC-EXPENSES(DL-I) > 0
028882          MOVE 'RIMBSPES' TO GL-ACCOUNT
028884          MOVE DL-CC-EXPENSES(DL-I) TO GL-AMOUNT
028886          WRITE GL-POSTING-RECORD
028888          ADD 1 TO DL-POSTING-COUNT
028890          ADD DL-CC-EXPENSES(DL-I) TO DL-DEBIT-TOTAL
028892      END-IF.
028900  4100-WRITE-ONE-DEBIT-EXIT.
029000      EXIT.
029100  4200-WRITE-ONE-CREDIT.
029400      MOVE DL-PERIOD-END TO GL-PERIOD-END.
029500      MOVE SPACES TO GL-COST-CENTER.
029600      MOVE 'A' TO GL-DR-CR.
029650      MOVE CO-GL-COMPANY TO GL-COMPANY.
029700      WRITE GL-POSTING-RECORD.
029800      ADD 1 TO DL-POSTING-COUNT.
029900      ADD GL-AMOUNT TO DL-CREDIT-TOTAL.
030000  4200-WRITE-ONE-CREDIT-EXIT.
030100      EXIT.
030102  4300-WRITE-ONE-PROVISION.
030103      IF DL-PV-HELD(DL-I)
030104          GO TO 4300-WRITE-ONE-PROVISION-EXIT
030105      END-IF.
030106      ADD 1 TO DL-PV-POSTED.
030107      MOVE DL-PV-RECORD(DL-I) TO PROVISION-POSTING-RECORD.
030108      IF PV-SOURCE = 'GLACCR'
030109          MOVE 'S' TO GL-TYPE
030110      ELSE
030111          MOVE 'P' TO GL-TYPE
030112      END-IF.
030113      MOVE DL-RUN-NUMBER TO GL-RUN-NUMBER.
030114      MOVE DL-PERIOD-END TO GL-PERIOD-END.
030115      MOVE PV-DR-ACCOUNT TO GL-ACCOUNT.
030116      MOVE PV-COST-CENTER TO GL-COST-CENTER.
030117      MOVE 'D' TO GL-DR-CR.
030118      MOVE PV-AMOUNT TO GL-AMOUNT.
030119      MOVE CO-GL-COMPANY TO GL-COMPANY.
030120      WRITE GL-POSTING-RECORD.
030122      ADD 1 TO DL-POSTING-COUNT.
030124      ADD PV-AMOUNT TO DL-DEBIT-TOTAL.
030126      MOVE PV-CR-ACCOUNT TO GL-ACCOUNT.
030128      MOVE PV-AMOUNT TO GL-AMOUNT.
030129      IF PV-CR-ACCOUNT NOT = 'SALARI'
030130          PERFORM 4200-WRITE-ONE-CREDIT
030131              THRU 4200-WRITE-ONE-CREDIT-EXIT
030132          GO TO 4300-WRITE-ONE-PROVISION-EXIT
030133      END-IF.
030134*    A CREDIT TO SALARI (ACCRUAL OR TREDICESIMA REVERSAL) GOES
030135*    BACK ON THE COST CENTER THE CHARGE WAS MADE ON.
030136      MOVE 'A' TO GL-DR-CR.
030137      WRITE GL-POSTING-RECORD.
030138      ADD 1 TO DL-POSTING-COUNT.
030139      ADD GL-AMOUNT TO DL-CREDIT-TOTAL.
030140  4300-WRITE-ONE-PROVISION-EXIT.
030141      EXIT.
030142****************************************************************
030143*  4500-STAMP-PROVISIONS
030144*  REWRITES THE PENDING FILE WITH WHAT WAS JUST POSTED, EACH
030145*  RECORD STAMPED WITH THIS RUN NUMBER; HELD RECORDS GO BACK
030146*  AS THEY WERE.
030147****************************************************************
030148  4500-STAMP-PROVISIONS.
030150      OPEN OUTPUT PROVISION-FILE.
030152      IF DL-PV-FILE-STATUS NOT = '00'
030154          DISPLAY 'IMPOSSIBILE RISCRIVERE PROVPOST - STATUS '
030156              DL-PV-FILE-STATUS
030158          MOVE 8 TO RETURN-CODE
030160          GO TO 4500-STAMP-PROVISIONS-EXIT
030162      END-IF.
030164      PERFORM 4510-STAMP-ONE-PROVISION
030166          THRU 4510-STAMP-ONE-PROVISION-EXIT
030168          VARYING DL-I FROM 1 BY 1
030170          UNTIL DL-I > DL-PV-COUNT.
030172      CLOSE PROVISION-FILE.
030174      DISPLAY 'ACCANTONAMENTI REGISTRATI: ' DL-PV-POSTED.
030176  4500-STAMP-PROVISIONS-EXIT.
030178      EXIT.
030180  4510-STAMP-ONE-PROVISION.
030182      MOVE DL-PV-RECORD(DL-I) TO PROVISION-POSTING-RECORD.
030184      IF NOT DL-PV-HELD(DL-I)
030185          MOVE DL-RUN-NUMBER TO PV-POSTED-RUN
030186      END-IF.
030187      WRITE PROVISION-POSTING-RECORD.
030188  4510-STAMP-ONE-PROVISION-EXIT.
030190      EXIT.
030200****************************************************************
030300*  9700-OPEN-EXCEPTION-FILE / 9800-WRITE-EXCEPTION
030400*  COMMON-EXCEPTION-FILE PLUMBING, SAME PATTERN AS THE OTHER
