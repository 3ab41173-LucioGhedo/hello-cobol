001630*                 FLAGS CODES NOT ON IT (RC 4) - FINANCE USED
001640*                 TO SPOT THE ORPHANS AT MONTH END.  A MISSING
001650*                 CCREF FILE JUST MEANS NO NAMES.
001657*  15/10/2026 LG  ALSO READS THE WEEK'S NETPAY FILE FOR THE
001664*                 EMPLOYER CONTRIBUTIONS (NP-EMPLOYER, CHARGED TO
001671*                 NP-COST-CENTER) AND SHOWS THEM WITH THE TOTAL
001678*                 LABOUR COST - GROSS PLUS CONTRIBUTIONS - PER
001685*                 CENTER AND OVERALL.  A MISSING NETPAY FILE
001686*                 LEAVES THE CONTRIBUTIONS AT ZERO (RC 4).
001687*  15/10/2026 LG  THE HEADING NAMES THE RUN'S COMPANY (RUNCTL,
001688*                 NEW FILE, THROUGH RH-COMPANY-CODE).
001689*  15/10/2026 LG  THE GROSS OF AN EMPLOYEE SHARED BETWEEN
001690*                 DEPARTMENTS IS SPLIT ACROSS THE CENTERS ON
001691*                 CCALLOC (NEW FILE, THROUGH CCSPLIT) AS AT THE
001692*                 RUN'S PERIOD END, SO RUNCTL IS NOW READ FIRST.
001693*                 THE EMPLOYEE COUNTS IN EACH OF THOSE CENTERS BUT
001694*                 ONCE IN THE GRAND TOTAL.  A SPLIT THAT BREAKS
001695*                 THE RULES LEAVES THE GROSS ON GR-COST-CENTER
001696*                 (RC 4).  THE EMPLOYER CONTRIBUTIONS STAY ON
001697*                 NP-COST-CENTER.
001700****************************************************************
001800  ENVIRONMENT DIVISION.
001900  CONFIGURATION SECTION.
002630          ACCESS MODE DYNAMIC
002640          RECORD KEY CC-CODE
002650          FILE STATUS IS DL-CC-FILE-STATUS.
002660      SELECT NET-PAY-FILE ASSIGN TO "NETPAY"
002670          ORGANIZATION LINE SEQUENTIAL
002680          FILE STATUS IS DL-NET-FILE-STATUS.
002690      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
002692          ORGANIZATION LINE SEQUENTIAL
002694          FILE STATUS IS DL-RC-FILE-STATUS.
002700*
002800  DATA DIVISION.
002900  FILE SECTION.
003100  COPY PAYGROSS.
003110  FD  COST-CENTER-FILE.
003120  COPY CCREF.
003140  FD  NET-PAY-FILE.
003160  COPY NETPAY.
003170  FD  RUN-CONTROL.
003180  COPY RUNCTL.
003200*
003300  WORKING-STORAGE SECTION.
003400  COPY RPTHDRW.
004100          10  DL-CC-CODE           PIC X(04).
004200          10  DL-CC-EMP-COUNT      PIC 9(05).
004300          10  DL-CC-TOTAL          PIC 9(09)V99.
004350          10  DL-CC-EMPLOYER       PIC 9(09)V99.
004400  01  DL-I                         PIC 9(03).
004450  01  DL-HIT                       PIC 9(03).
004500  01  DL-FOUND-SW                  PIC X(01).
004830      88  DL-CCREF-AVAILABLE                  VALUE 'Y'.
004840  01  DL-CC-NAME                   PIC X(30).
004850  01  DL-ORPHAN-COUNT              PIC 9(03) VALUE 0.
004860  01  DL-NET-FILE-STATUS           PIC X(02).
004870  01  DL-GRAND-EMPLOYER            PIC 9(11)V99 VALUE 0.
004880  01  DL-LABOUR-COST               PIC 9(11)V99.
004890  01  DL-RC-FILE-STATUS            PIC X(02).
004891  01  DL-PERIOD-END                PIC 9(08).
004892  01  DL-SHARE-IX                  PIC 9(01).
004893  01  DL-SHARE-CC                  PIC X(04).
004894  01  DL-BAD-SPLIT-COUNT           PIC 9(03) VALUE 0.
004895  COPY CCSPLIT.
004900*
005000  PROCEDURE DIVISION.
005100****************************************************************
005600      MOVE 'DEPARTMENTAL COST SUMMARY' TO RH-REPORT-TITLE.
005700      MOVE 'N' TO DL-EOF-SW.
005800      MOVE 0 TO DL-CC-COUNT.
005830      PERFORM 0500-READ-RUN-CONTROL
005860          THRU 0500-READ-RUN-CONTROL-EXIT.
005900      OPEN INPUT GROSS-FILE.
006000      IF DL-GROSS-FILE-STATUS NOT = '00'
006100          DISPLAY 'IMPOSSIBILE APRIRE PAYGROSS - STATUS '
006600      PERFORM 1000-PROCESS-ONE THRU 1000-PROCESS-ONE-EXIT
006700          UNTIL DL-END-OF-FILE.
006800      CLOSE GROSS-FILE.
006801      MOVE 'N' TO DL-EOF-SW.
006802      OPEN INPUT NET-PAY-FILE.
006803      IF DL-NET-FILE-STATUS = '00'
006804          PERFORM 1500-PROCESS-ONE-NET
006805              THRU 1500-PROCESS-ONE-NET-EXIT
006806              UNTIL DL-END-OF-FILE
006807          CLOSE NET-PAY-FILE
006808      ELSE
006809          DISPLAY 'NETPAY NON DISPONIBILE - ONERI AZIENDA A ZERO'
006810          IF RETURN-CODE < 4
006811              MOVE 4 TO RETURN-CODE
006812          END-IF
006813      END-IF.
006814      OPEN INPUT COST-CENTER-FILE.
006820      IF DL-CC-FILE-STATUS = '00'
006830          MOVE 'Y' TO DL-CCREF-SW
006840      ELSE
007300      DISPLAY ' '.
007400      DISPLAY 'TOTALE GENERALE: ' DL-GRAND-COUNT
007500          ' DIPENDENTI  ' DL-GRAND-TOTAL.
007502      COMPUTE DL-LABOUR-COST = DL-GRAND-TOTAL + DL-GRAND-EMPLOYER.
007504      DISPLAY '                 ONERI AZIENDA ' DL-GRAND-EMPLOYER
007506          '  COSTO DEL LAVORO ' DL-LABOUR-COST.
007510      IF DL-ORPHAN-COUNT > 0
007520          DISPLAY 'CENTRI NON CENSITI IN CCREF: '
007530              DL-ORPHAN-COUNT
007550              MOVE 4 TO RETURN-CODE
007560          END-IF
007570      END-IF.
007571      IF DL-BAD-SPLIT-COUNT > 0
007572          DISPLAY 'RIPARTIZIONI NON APPLICATE: '
007573              DL-BAD-SPLIT-COUNT
007574          IF RETURN-CODE < 4
007575              MOVE 4 TO RETURN-CODE
007576          END-IF
007577      END-IF.
007580      IF DL-CCREF-AVAILABLE
007590          CLOSE COST-CENTER-FILE
007595      END-IF.
007600      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
007700      GOBACK.
007710****************************************************************
007720*  0500-READ-RUN-CONTROL
007727*  THE RUN'S COMPANY FOR THE HEADING (BLANK = 01) AND ITS
007734*  PERIOD END, THE DATE THE COST-CENTER SPLITS ARE TAKEN AT.
007741*  NO RUNCTL MEANS THE DEFAULT NAME AND TODAY'S DATE.
007750****************************************************************
007760  0500-READ-RUN-CONTROL.
007762      ACCEPT DL-PERIOD-END FROM DATE YYYYMMDD.
007765      OPEN INPUT RUN-CONTROL.
007770      IF DL-RC-FILE-STATUS NOT = '00'
007775          GO TO 0500-READ-RUN-CONTROL-EXIT
007780      END-IF.
007785      READ RUN-CONTROL
007786          AT END
007787              CONTINUE
007788          NOT AT END
007789              MOVE RN-COMPANY TO RH-COMPANY-CODE
007790              MOVE RN-PERIOD-END TO DL-PERIOD-END
007791              IF RH-COMPANY-CODE = SPACES
007792                  MOVE '01' TO RH-COMPANY-CODE
007793              END-IF
007794      END-READ.
007795      CLOSE RUN-CONTROL.
007796  0500-READ-RUN-CONTROL-EXIT.
007797      EXIT.
007800****************************************************************
007900*  1000-PROCESS-ONE
008000*  ACCUMULATES ONE PAYGROSS RECORD INTO ITS COST CENTER'S SLOT,
008050*  ADDING A NEW SLOT THE FIRST TIME A CODE APPEARS.  A SHARED
008100*  EMPLOYEE'S GROSS GOES IN SHARES TO EACH CENTER CCSPLIT GIVES
008150*  BACK; EVERYONE ELSE GETS ONE SHARE ON GR-COST-CENTER.
008200****************************************************************
008300  1000-PROCESS-ONE.
008400      READ GROSS-FILE
009100  1000-PROCESS-ONE-EXIT.
009200      EXIT.
009300  2000-ADD-TO-CENTER.
009304      MOVE GR-MATRICOLA TO SP-MATRICOLA.
009308      MOVE DL-PERIOD-END TO SP-AS-OF-DATE.
009312      MOVE GR-GROSS TO SP-AMOUNT.
009316      MOVE GR-COST-CENTER TO SP-HOME-CENTER.
009320      CALL 'CCSPLIT' USING CC-SPLIT-AREA.
009324      IF SP-RESULT = 9
009328          ADD 1 TO DL-BAD-SPLIT-COUNT
009332          DISPLAY 'RIPARTIZIONE DI ' GR-MATRICOLA ' ERRATA - '
009336              SP-MESSAGE
009340          DISPLAY '    LORDO TUTTO SU ' GR-COST-CENTER
009344      END-IF.
009348      PERFORM 2020-ADD-ONE-SHARE THRU 2020-ADD-ONE-SHARE-EXIT
009352          VARYING DL-SHARE-IX FROM 1 BY 1
009356          UNTIL DL-SHARE-IX > SP-SHARE-COUNT.
009360      ADD 1 TO DL-GRAND-COUNT.
009364      ADD GR-GROSS TO DL-GRAND-TOTAL.
009368  2000-ADD-TO-CENTER-EXIT.
009372      EXIT.
009376  2020-ADD-ONE-SHARE.
009380      MOVE SP-COST-CENTER(DL-SHARE-IX) TO DL-SHARE-CC.
009400      MOVE 'N' TO DL-FOUND-SW.
009500      PERFORM 2010-MATCH-ONE THRU 2010-MATCH-ONE-EXIT
009600          VARYING DL-I FROM 1 BY 1
010200              IF RETURN-CODE < 4
010300                  MOVE 4 TO RETURN-CODE
010400              END-IF
010500              GO TO 2020-ADD-ONE-SHARE-EXIT
010600          END-IF
010700          ADD 1 TO DL-CC-COUNT
010800          SET DL-CC-IDX TO DL-CC-COUNT
010900          MOVE DL-SHARE-CC TO DL-CC-CODE(DL-CC-IDX)
011000          MOVE 0 TO DL-CC-EMP-COUNT(DL-CC-IDX)
011100          MOVE 0 TO DL-CC-TOTAL(DL-CC-IDX)
011150          MOVE 0 TO DL-CC-EMPLOYER(DL-CC-IDX)
011200          MOVE DL-CC-COUNT TO DL-HIT
011300      END-IF.
011400      ADD 1 TO DL-CC-EMP-COUNT(DL-HIT).
011560      ADD SP-SHARE-AMOUNT(DL-SHARE-IX) TO DL-CC-TOTAL(DL-HIT).
011720  2020-ADD-ONE-SHARE-EXIT.
011900      EXIT.
012000  2010-MATCH-ONE.
012100      IF DL-CC-CODE(DL-I) = DL-SHARE-CC
012200          MOVE 'Y' TO DL-FOUND-SW
012250          MOVE DL-I TO DL-HIT
012300      END-IF.
012400  2010-MATCH-ONE-EXIT.
012401      EXIT.
012402****************************************************************
012403*  1500-PROCESS-ONE-NET
012404*  ADDS ONE NETPAY RECORD'S EMPLOYER CONTRIBUTIONS TO ITS COST
012405*  CENTER.  A CENTER WITH NO PAYGROSS RECORD GETS A SLOT OF ITS
012406*  OWN (NO EMPLOYEES, NO GROSS) SO THE COST IS NOT LOST.
012407****************************************************************
012408  1500-PROCESS-ONE-NET.
012409      READ NET-PAY-FILE
012410          AT END
012411              MOVE 'Y' TO DL-EOF-SW
012412          NOT AT END
012413              PERFORM 2100-ADD-EMPLOYER
012414                  THRU 2100-ADD-EMPLOYER-EXIT
012415      END-READ.
012416  1500-PROCESS-ONE-NET-EXIT.
012417      EXIT.
012418  2100-ADD-EMPLOYER.
012419      IF NP-EMPLOYER = 0
012420          GO TO 2100-ADD-EMPLOYER-EXIT
012421      END-IF.
012422      MOVE 'N' TO DL-FOUND-SW.
012423      PERFORM 2110-MATCH-ONE-NET THRU 2110-MATCH-ONE-NET-EXIT
012424          VARYING DL-I FROM 1 BY 1
012425          UNTIL DL-I > DL-CC-COUNT OR DL-CC-FOUND.
012426      IF NOT DL-CC-FOUND
012427          IF DL-CC-COUNT >= 100
012428              DISPLAY 'TABELLA CENTRI DI COSTO PIENA - RECORD '
012429                  'IGNORATO'
012430              IF RETURN-CODE < 4
012431                  MOVE 4 TO RETURN-CODE
012432              END-IF
012433              GO TO 2100-ADD-EMPLOYER-EXIT
012434          END-IF
012435          ADD 1 TO DL-CC-COUNT
012436          SET DL-CC-IDX TO DL-CC-COUNT
012437          MOVE NP-COST-CENTER TO DL-CC-CODE(DL-CC-IDX)
012438          MOVE 0 TO DL-CC-EMP-COUNT(DL-CC-IDX)
012439          MOVE 0 TO DL-CC-TOTAL(DL-CC-IDX)
012440          MOVE 0 TO DL-CC-EMPLOYER(DL-CC-IDX)
012441          MOVE DL-CC-COUNT TO DL-HIT
012442      END-IF.
012443      ADD NP-EMPLOYER TO DL-CC-EMPLOYER(DL-HIT).
012444      ADD NP-EMPLOYER TO DL-GRAND-EMPLOYER.
012445  2100-ADD-EMPLOYER-EXIT.
012446      EXIT.
012447  2110-MATCH-ONE-NET.
012448      IF DL-CC-CODE(DL-I) = NP-COST-CENTER
012449          MOVE 'Y' TO DL-FOUND-SW
012450          MOVE DL-I TO DL-HIT
012451      END-IF.
012452  2110-MATCH-ONE-NET-EXIT.
012500      EXIT.
012600****************************************************************
012700*  3000-PRINT-ONE-CENTER
013050          ' ' DL-CC-NAME
013100          '  DIPENDENTI ' DL-CC-EMP-COUNT(DL-I)
013200          '  TOTALE ' DL-CC-TOTAL(DL-I).
013220      COMPUTE DL-LABOUR-COST =
013240          DL-CC-TOTAL(DL-I) + DL-CC-EMPLOYER(DL-I).
013260      DISPLAY '            ONERI AZIENDA ' DL-CC-EMPLOYER(DL-I)
013280          '  COSTO DEL LAVORO ' DL-LABOUR-COST.
013300  3000-PRINT-ONE-CENTER-EXIT.
013400      EXIT.
013500****************************************************************
