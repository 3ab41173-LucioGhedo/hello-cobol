001940*                 GROSS FILE DAYS WRITES, NOT THE
001950*                 RETRO-APPLIED COPY, SO A ONE-OFF ARRETRATO
001960*                 DOES NOT FLAG EVERY AFFECTED EMPLOYEE.
001965*  15/10/2026 LG  COMPARES THE LABOUR COST - GROSS PLUS THE
001970*                 EMPLOYER CONTRIBUTIONS (NP-EMPLOYER) FROM THIS
001975*                 WEEK'S NETPAY AND LAST WEEK'S SAVED COPY
001980*                 (PREVNET) - INSTEAD OF THE GROSS ALONE.  WHEN
001985*                 EITHER NETPAY FILE IS MISSING (E.G. THE FIRST
001990*                 WEEK AFTER PREVNET WAS ADDED) BOTH SIDES STAY ON
001995*                 THE GROSS SO NOBODY IS FLAGGED FOR THE CHANGE.
001996*  15/10/2026 LG  PREVNET LAYOUT FOLLOWS NETPAY TO 120 BYTES
001997*                 (NP-LOANS/NP-GARNISH, NOT USED HERE).
001998*  15/10/2026 LG  PREVNET LAYOUT FOLLOWS NETPAY TO 129 BYTES
001999*                 (NP-EXPENSES, NOT USED HERE).
002000****************************************************************
002100  ENVIRONMENT DIVISION.
002200  CONFIGURATION SECTION.
003000      SELECT PRIOR-GROSS-FILE ASSIGN TO "PREVGRS"
003100          ORGANIZATION LINE SEQUENTIAL
003200          FILE STATUS IS DL-PRIOR-FILE-STATUS.
003210      SELECT NET-PAY-FILE ASSIGN TO "NETPAY"
003220          ORGANIZATION LINE SEQUENTIAL
003230          FILE STATUS IS DL-NET-FILE-STATUS.
003240      SELECT PRIOR-NET-FILE ASSIGN TO "PREVNET"
003250          ORGANIZATION LINE SEQUENTIAL
003260          FILE STATUS IS DL-PRIOR-NET-FILE-STATUS.
003300*
003400  DATA DIVISION.
003500  FILE SECTION.
004300      05  PG-COST-CENTER          PIC X(04).
004310      05  PG-RETRO                PIC S9(07)V99
004320                                  SIGN LEADING SEPARATE.
004328  FD  NET-PAY-FILE.
004336  COPY NETPAY.
004344  FD  PRIOR-NET-FILE.
004352  01  PRIOR-NET-RECORD.
004360      05  PN-MATRICOLA            PIC X(05).
004368      05  FILLER                  PIC X(84).
004376      05  PN-EMPLOYER             PIC 9(07)V99.
004384      05  PN-COST-CENTER          PIC X(04).
004392      05  FILLER                  PIC X(27).
004400*
004500  WORKING-STORAGE SECTION.
004600  COPY RPTHDRW.
004700  01  DL-GROSS-FILE-STATUS         PIC X(02).
004800  01  DL-PRIOR-FILE-STATUS         PIC X(02).
004820  01  DL-NET-FILE-STATUS           PIC X(02).
004840  01  DL-PRIOR-NET-FILE-STATUS     PIC X(02).
004860  01  DL-COST-SW                   PIC X(01) VALUE 'N'.
004880      88  DL-COMPARE-COST                     VALUE 'Y'.
004900  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
005000      88  DL-END-OF-FILE                      VALUE 'Y'.
005100  01  DL-THRESHOLD-PCT             PIC 9(03).
005600          10  DL-PRIOR-MATRICOLA   PIC X(05).
005700          10  DL-PRIOR-NOME        PIC X(20).
005800          10  DL-PRIOR-GROSS       PIC 9(07)V99.
005850          10  DL-PRIOR-EMPLOYER    PIC 9(07)V99.
005900          10  DL-PRIOR-MATCHED     PIC X(01).
005910  01  DL-CURR-COUNT                PIC 9(04) VALUE 0.
005920  01  DL-CURR-TABLE.
005930      05  DL-CURR-ENTRY OCCURS 5000 TIMES
005940              INDEXED BY DL-CURR-IDX.
005950          10  DL-CURR-MATRICOLA    PIC X(05).
005960          10  DL-CURR-EMPLOYER     PIC 9(07)V99.
005970  01  DL-PRIOR-COST                PIC 9(08)V99.
005980  01  DL-CURR-COST                 PIC 9(08)V99.
006000  01  DL-I                         PIC 9(04).
006100  01  DL-HIT                       PIC 9(04).
006200  01  DL-FOUND-SW                  PIC X(01).
007800      ACCEPT DL-THRESHOLD-PCT.
007900      PERFORM 1000-LOAD-PRIOR-WEEK
008000          THRU 1000-LOAD-PRIOR-WEEK-EXIT.
008030      PERFORM 1100-LOAD-EMPLOYER-COSTS
008060          THRU 1100-LOAD-EMPLOYER-COSTS-EXIT.
008100      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
008200      DISPLAY 'SOGLIA: ' DL-THRESHOLD-PCT ' PER CENTO'.
008210      IF DL-COMPARE-COST
008220          DISPLAY 'CONFRONTO SU COSTO DEL LAVORO (LORDO + ONERI)'
008230      ELSE
008240          DISPLAY 'CONFRONTO SUL SOLO LORDO'
008250      END-IF.
008300      MOVE 'N' TO DL-EOF-SW.
008400      OPEN INPUT GROSS-FILE.
008500      IF DL-GROSS-FILE-STATUS NOT = '00'
014400                      TO DL-PRIOR-MATRICOLA(DL-PRIOR-IDX)
014500                  MOVE PG-NOME TO DL-PRIOR-NOME(DL-PRIOR-IDX)
014600                  MOVE PG-GROSS TO DL-PRIOR-GROSS(DL-PRIOR-IDX)
014650                  MOVE 0 TO DL-PRIOR-EMPLOYER(DL-PRIOR-IDX)
014700                  MOVE 'N' TO DL-PRIOR-MATCHED(DL-PRIOR-IDX)
014800              END-IF
014900      END-READ.
015000  1010-LOAD-ONE-EXIT.
015100      EXIT.
015200****************************************************************
015201*  1100-LOAD-EMPLOYER-COSTS
015202*  LAST WEEK'S EMPLOYER CONTRIBUTIONS (PREVNET) ONTO THE PRIOR
015203*  TABLE AND THIS WEEK'S (NETPAY) INTO DL-CURR-TABLE.  THE
015204*  COMPARISON MOVES TO LABOUR COST ONLY WHEN BOTH ARE THERE.
015205****************************************************************
015206  1100-LOAD-EMPLOYER-COSTS.
015207      MOVE 'N' TO DL-COST-SW.
015208      MOVE 0 TO DL-CURR-COUNT.
015209      OPEN INPUT PRIOR-NET-FILE.
015210      IF DL-PRIOR-NET-FILE-STATUS NOT = '00'
015211          DISPLAY 'PREVNET NON DISPONIBILE - ONERI AZIENDA NON '
015212              'CONFRONTATI'
015213          GO TO 1100-LOAD-EMPLOYER-COSTS-EXIT
015214      END-IF.
015215      OPEN INPUT NET-PAY-FILE.
015216      IF DL-NET-FILE-STATUS NOT = '00'
015217          DISPLAY 'NETPAY NON DISPONIBILE - ONERI AZIENDA NON '
015218              'CONFRONTATI'
015219          CLOSE PRIOR-NET-FILE
015220          GO TO 1100-LOAD-EMPLOYER-COSTS-EXIT
015221      END-IF.
015222      MOVE 'N' TO DL-EOF-SW.
015223      PERFORM 1110-LOAD-ONE-PRIOR-NET
015224          THRU 1110-LOAD-ONE-PRIOR-NET-EXIT
015225          UNTIL DL-END-OF-FILE.
015226      CLOSE PRIOR-NET-FILE.
015227      MOVE 'N' TO DL-EOF-SW.
015228      PERFORM 1130-LOAD-ONE-NET THRU 1130-LOAD-ONE-NET-EXIT
015229          UNTIL DL-END-OF-FILE.
015230      CLOSE NET-PAY-FILE.
015231      MOVE 'Y' TO DL-COST-SW.
015232  1100-LOAD-EMPLOYER-COSTS-EXIT.
015233      EXIT.
015234  1110-LOAD-ONE-PRIOR-NET.
015235      READ PRIOR-NET-FILE
015236          AT END
015237              MOVE 'Y' TO DL-EOF-SW
015238              GO TO 1110-LOAD-ONE-PRIOR-NET-EXIT
015239      END-READ.
015240      MOVE 'N' TO DL-FOUND-SW.
015241      PERFORM 1120-MATCH-PRIOR-NET THRU 1120-MATCH-PRIOR-NET-EXIT
015242          VARYING DL-I FROM 1 BY 1
015243          UNTIL DL-I > DL-PRIOR-COUNT OR DL-PRIOR-FOUND.
015244      IF DL-PRIOR-FOUND
015245          ADD PN-EMPLOYER TO DL-PRIOR-EMPLOYER(DL-HIT)
015246      END-IF.
015247  1110-LOAD-ONE-PRIOR-NET-EXIT.
015248      EXIT.
015249  1120-MATCH-PRIOR-NET.
015250      IF DL-PRIOR-MATRICOLA(DL-I) = PN-MATRICOLA
015251          MOVE 'Y' TO DL-FOUND-SW
015252          MOVE DL-I TO DL-HIT
015253      END-IF.
015254  1120-MATCH-PRIOR-NET-EXIT.
015255      EXIT.
015256  1130-LOAD-ONE-NET.
015257      READ NET-PAY-FILE
015258          AT END
015259              MOVE 'Y' TO DL-EOF-SW
015260          NOT AT END
015261              IF DL-CURR-COUNT >= 5000
015262                  DISPLAY 'TABELLA ONERI CORRENTI PIENA '
015263                      '- RECORD IGNORATO'
015264                  IF RETURN-CODE < 4
015265                      MOVE 4 TO RETURN-CODE
015266                  END-IF
015267                  MOVE 'Y' TO DL-EOF-SW
015268              ELSE
015269                  ADD 1 TO DL-CURR-COUNT
015270                  SET DL-CURR-IDX TO DL-CURR-COUNT
015271                  MOVE NP-MATRICOLA
015272                      TO DL-CURR-MATRICOLA(DL-CURR-IDX)
015273                  MOVE NP-EMPLOYER
015274                      TO DL-CURR-EMPLOYER(DL-CURR-IDX)
015275              END-IF
015276      END-READ.
015277  1130-LOAD-ONE-NET-EXIT.
015278      EXIT.
015279****************************************************************
015300*  2000-CHECK-ONE
015400*  ONE CURRENT-WEEK RECORD: MATCHES THE PRIOR TABLE AND FLAGS
015460*  A JOINER OR AN OVER-THRESHOLD MOVE.  BOTH SIDES ARE THE
015520*  LABOUR COST WHEN DL-COMPARE-COST, OTHERWISE THE GROSS.
015600****************************************************************
015700  2000-CHECK-ONE.
015800      READ GROSS-FILE
016400      PERFORM 2010-MATCH-ONE THRU 2010-MATCH-ONE-EXIT
016500          VARYING DL-I FROM 1 BY 1
016600          UNTIL DL-I > DL-PRIOR-COUNT OR DL-PRIOR-FOUND.
016610      MOVE GR-GROSS TO DL-CURR-COST.
016620      IF DL-COMPARE-COST
016630          PERFORM 2020-ADD-CURR-EMPLOYER
016640              THRU 2020-ADD-CURR-EMPLOYER-EXIT
016650              VARYING DL-CURR-IDX FROM 1 BY 1
016660              UNTIL DL-CURR-IDX > DL-CURR-COUNT
016670      END-IF.
016700      IF NOT DL-PRIOR-FOUND
016800          ADD 1 TO DL-JOINER-COUNT
016900          DISPLAY 'NUOVO   ' GR-MATRICOLA ' ' GR-NOME
017000              ' ' DL-CURR-COST
017100          GO TO 2000-CHECK-ONE-EXIT
017200      END-IF.
017300      MOVE 'Y' TO DL-PRIOR-MATCHED(DL-HIT).
017360      MOVE DL-PRIOR-GROSS(DL-HIT) TO DL-PRIOR-COST.
017420      IF DL-COMPARE-COST
017480          ADD DL-PRIOR-EMPLOYER(DL-HIT) TO DL-PRIOR-COST
017540      END-IF.
017600      COMPUTE DL-DIFFERENCE = DL-CURR-COST - DL-PRIOR-COST.
017660      IF DL-PRIOR-COST = 0
017720          IF DL-CURR-COST = 0
017800              GO TO 2000-CHECK-ONE-EXIT
017900          END-IF
018000          MOVE 99999 TO DL-PCT-CHANGE
018300*  KEEPS ONLY ITS MAGNITUDE - THE THRESHOLD TEST IS MEANT TO
018400*  CATCH MOVES IN EITHER DIRECTION.
018500          COMPUTE DL-PCT-CHANGE ROUNDED =
018600              DL-DIFFERENCE * 100 / DL-PRIOR-COST
018700      END-IF.
018800      IF DL-PCT-CHANGE > DL-THRESHOLD-PCT
018900          ADD 1 TO DL-VARIANCE-COUNT
019000          DISPLAY 'SCARTO  ' GR-MATRICOLA ' ' GR-NOME
019100              ' PREC ' DL-PRIOR-COST
019200              ' ATTUALE ' DL-CURR-COST
019300              ' VAR ' DL-PCT-CHANGE ' PER CENTO'
019400      END-IF.
019500  2000-CHECK-ONE-EXIT.
020000          MOVE DL-I TO DL-HIT
020100      END-IF.
020200  2010-MATCH-ONE-EXIT.
020210      EXIT.
020220  2020-ADD-CURR-EMPLOYER.
020230      IF DL-CURR-MATRICOLA(DL-CURR-IDX) = GR-MATRICOLA
020240          ADD DL-CURR-EMPLOYER(DL-CURR-IDX) TO DL-CURR-COST
020250      END-IF.
020260  2020-ADD-CURR-EMPLOYER-EXIT.
020300      EXIT.
020400****************************************************************
020500*  4000-LIST-LEAVERS
