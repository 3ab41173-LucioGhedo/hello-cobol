000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SIMCMP.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  SIMCMP
000900*  WHAT-IF SIMULATION COMPARISON, THE LAST STEP OF SIMRUN.
001000*  MATCHES THE NETPAY OF THE PERIOD AS IT STANDS (NETCUR) WITH
001100*  THE NETPAY OF THE SAME PERIOD UNDER THE PROPOSED SALARIES AND
001200*  DEDUCTION RULES (NETSIM) BY MATRICOLA, THE SAME TABLE MATCH
001300*  AS WKVAR.  FOR EACH EMPLOYEE IT PRINTS THE CURRENT, SIMULATED
001400*  AND DIFFERENCE LINES - GROSS, TAX, SOCIAL, UNION, OTHER
001500*  (LOANS PLUS GARNISHMENTS) AND NET.  AN EMPLOYEE ON ONE SIDE
001600*  ONLY IS SHOWN WITH ZEROES ON THE OTHER.  THEN THE TOTALS BY
001700*  COST CENTER - GROSS, NET AND LABOUR COST (GROSS PLUS THE
001800*  EMPLOYER CONTRIBUTIONS IN NP-EMPLOYER, AS CCSUM COUNTS IT) -
001900*  AND THE OVERALL CHANGE IN LABOUR COST.  RUNCTL (THE
002000*  SIMULATION CONTROL RECORD) GIVES THE COMPANY AND PERIOD FOR
002100*  THE HEADING.  RC 8 WHEN A NETPAY FILE CANNOT BE OPENED, 4
002200*  WHEN A TABLE OVERFLOWED AND THE TOTALS ARE INCOMPLETE.
002300*  MOD HISTORY
002400*  15/10/2026 LG  NEW.
002410*  15/10/2026 LG  SIMNET LAYOUT FOLLOWS NETPAY (SN-EXPENSES).
002420*                 REIMBURSEMENTS ARE NOT COMPARED ON THEIR OWN:
002430*                 THEY DIFFER ONLY THROUGH THE NET.
002500****************************************************************
002600  ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
002800  SOURCE-COMPUTER. IBM-PC.
002900  OBJECT-COMPUTER. IBM-PC.
003000  INPUT-OUTPUT SECTION.
003100  FILE-CONTROL.
003200      SELECT CURRENT-NET-FILE ASSIGN TO "NETCUR"
003300          ORGANIZATION LINE SEQUENTIAL
003400          FILE STATUS IS DL-CUR-FILE-STATUS.
003500      SELECT SIMULATED-NET-FILE ASSIGN TO "NETSIM"
003600          ORGANIZATION LINE SEQUENTIAL
003700          FILE STATUS IS DL-SIM-FILE-STATUS.
003800      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
003900          ORGANIZATION LINE SEQUENTIAL
004000          FILE STATUS IS DL-RC-FILE-STATUS.
004100*
004200  DATA DIVISION.
004300  FILE SECTION.
004400  FD  CURRENT-NET-FILE.
004500  COPY NETPAY.
004600  FD  SIMULATED-NET-FILE.
004700  01  SIMULATED-NET-RECORD.
004800      05  SN-MATRICOLA            PIC X(05).
004900      05  SN-NOME                 PIC X(20).
005000      05  SN-GROSS                PIC 9(07)V99.
005100      05  SN-TAX                  PIC 9(07)V99.
005200      05  SN-SOCIAL               PIC 9(07)V99.
005300      05  SN-UNION                PIC 9(07)V99.
005400      05  SN-NET                  PIC 9(07)V99.
005500      05  SN-RETRO                PIC S9(07)V99
005600                                  SIGN LEADING SEPARATE.
005700      05  SN-TREDICESIMA          PIC 9(07)V99.
005800      05  SN-EMPLOYER             PIC 9(07)V99.
005900      05  SN-COST-CENTER          PIC X(04).
006000      05  SN-LOANS                PIC 9(07)V99.
006100      05  SN-GARNISH              PIC 9(07)V99.
006150      05  SN-EXPENSES             PIC 9(07)V99.
006200  FD  RUN-CONTROL.
006300  COPY RUNCTL.
006400*
006500  WORKING-STORAGE SECTION.
006600  COPY RPTHDRW.
006700  01  DL-CUR-FILE-STATUS           PIC X(02).
006800  01  DL-SIM-FILE-STATUS           PIC X(02).
006900  01  DL-RC-FILE-STATUS            PIC X(02).
007000  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
007100      88  DL-END-OF-FILE                      VALUE 'Y'.
007200  01  DL-FOUND-SW                  PIC X(01).
007300      88  DL-CUR-FOUND                        VALUE 'Y'.
007400  01  DL-I                         PIC 9(04).
007500  01  DL-HIT                       PIC 9(04).
007600  01  DL-CUR-COUNT                 PIC 9(04) VALUE 0.
007700  01  DL-CUR-TABLE.
007800      05  DL-CUR-ENTRY OCCURS 5000 TIMES
007900              INDEXED BY DL-CUR-IDX.
008000          10  DL-CT-MATRICOLA      PIC X(05).
008100          10  DL-CT-NOME           PIC X(20).
008200          10  DL-CT-GROSS          PIC 9(07)V99.
008300          10  DL-CT-TAX            PIC 9(07)V99.
008400          10  DL-CT-SOCIAL         PIC 9(07)V99.
008500          10  DL-CT-UNION          PIC 9(07)V99.
008600          10  DL-CT-OTHER          PIC 9(07)V99.
008700          10  DL-CT-NET            PIC 9(07)V99.
008800          10  DL-CT-EMPLOYER       PIC 9(07)V99.
008900          10  DL-CT-COST-CENTER    PIC X(04).
009000          10  DL-CT-MATCHED        PIC X(01).
009100*  THE CURRENT, SIMULATED AND DIFFERENCE FIGURES OF ONE
009200*  EMPLOYEE; DL-PRT-AMTS IS WHAT 3100-PRINT-AMOUNTS PRINTS.
009300  01  DL-CUR-AMTS.
009400      05  DL-CA-GROSS              PIC S9(08)V99.
009500      05  DL-CA-TAX                PIC S9(08)V99.
009600      05  DL-CA-SOCIAL             PIC S9(08)V99.
009700      05  DL-CA-UNION              PIC S9(08)V99.
009800      05  DL-CA-OTHER              PIC S9(08)V99.
009900      05  DL-CA-NET                PIC S9(08)V99.
010000      05  DL-CA-EMPLOYER           PIC S9(08)V99.
010100  01  DL-SIM-AMTS.
010200      05  DL-SA-GROSS              PIC S9(08)V99.
010300      05  DL-SA-TAX                PIC S9(08)V99.
010400      05  DL-SA-SOCIAL             PIC S9(08)V99.
010500      05  DL-SA-UNION              PIC S9(08)V99.
010600      05  DL-SA-OTHER              PIC S9(08)V99.
010700      05  DL-SA-NET                PIC S9(08)V99.
010800      05  DL-SA-EMPLOYER           PIC S9(08)V99.
010900  01  DL-PRT-AMTS.
011000      05  DL-PA-GROSS              PIC S9(08)V99.
011100      05  DL-PA-TAX                PIC S9(08)V99.
011200      05  DL-PA-SOCIAL             PIC S9(08)V99.
011300      05  DL-PA-UNION              PIC S9(08)V99.
011400      05  DL-PA-OTHER              PIC S9(08)V99.
011500      05  DL-PA-NET                PIC S9(08)V99.
011600      05  DL-PA-EMPLOYER           PIC S9(08)V99.
011700  01  DL-PRT-LABEL                 PIC X(10).
011800  01  DL-NAME-MATRICOLA            PIC X(05).
011900  01  DL-NAME-NOME                 PIC X(20).
012000  01  DL-NAME-COST-CENTER          PIC X(04).
012100  01  DL-NAME-NOTE                 PIC X(20).
012200  01  DL-AMT-LINE.
012300      05  DL-AL-LABEL              PIC X(10).
012400      05  DL-AL-GROSS              PIC -(7)9.99.
012500      05  DL-AL-TAX                PIC -(7)9.99.
012600      05  DL-AL-SOCIAL             PIC -(7)9.99.
012700      05  DL-AL-UNION              PIC -(7)9.99.
012800      05  DL-AL-OTHER              PIC -(7)9.99.
012900      05  DL-AL-NET                PIC -(7)9.99.
013000*  COST-CENTER TOTALS, BOTH SIDES.  COST = GROSS + NP-EMPLOYER.
013100  01  DL-CC-COUNT                  PIC 9(03) VALUE 0.
013200  01  DL-CC-TABLE.
013300      05  DL-CC-ENTRY OCCURS 200 TIMES
013400              INDEXED BY DL-CC-IDX.
013500          10  DL-CC-CODE           PIC X(04).
013600          10  DL-CC-CUR-GROSS      PIC S9(09)V99.
013700          10  DL-CC-CUR-NET        PIC S9(09)V99.
013800          10  DL-CC-CUR-COST       PIC S9(09)V99.
013900          10  DL-CC-SIM-GROSS      PIC S9(09)V99.
014000          10  DL-CC-SIM-NET        PIC S9(09)V99.
014100          10  DL-CC-SIM-COST       PIC S9(09)V99.
014200  01  DL-CC-KEY                    PIC X(04).
014300  01  DL-CC-SIDE                   PIC X(01).
014400      88  DL-CC-CURRENT                       VALUE 'C'.
014500  01  DL-CC-GROSS                  PIC S9(08)V99.
014600  01  DL-CC-NET                    PIC S9(08)V99.
014700  01  DL-CC-COST                   PIC S9(08)V99.
014800  01  DL-CC-FOUND-SW               PIC X(01).
014900      88  DL-CC-FOUND                         VALUE 'Y'.
015000  01  DL-CC-FULL-SW                PIC X(01) VALUE 'N'.
015100      88  DL-CC-FULL                          VALUE 'Y'.
015200  01  DL-CC-LINE.
015300      05  DL-CL-CODE               PIC X(04).
015400      05  FILLER                   PIC X(01) VALUE SPACES.
015500      05  DL-CL-GROSS-CUR          PIC -(11)9.99.
015600      05  DL-CL-GROSS-SIM          PIC -(11)9.99.
015700      05  DL-CL-NET-CUR            PIC -(11)9.99.
015800      05  DL-CL-NET-SIM            PIC -(11)9.99.
015900      05  DL-CL-COST-CUR           PIC -(11)9.99.
016000      05  DL-CL-COST-SIM           PIC -(11)9.99.
016100  01  DL-TOT-CUR-COST              PIC S9(10)V99 VALUE 0.
016200  01  DL-TOT-SIM-COST              PIC S9(10)V99 VALUE 0.
016300  01  DL-TOT-DIFF-COST             PIC S9(10)V99.
016400  01  DL-TOT-EDIT                  PIC -(10)9.99.
016500  01  DL-CUR-ONLY-COUNT            PIC 9(04) VALUE 0.
016600  01  DL-SIM-ONLY-COUNT            PIC 9(04) VALUE 0.
016700  01  DL-MATCHED-COUNT             PIC 9(04) VALUE 0.
016800*
016900  PROCEDURE DIVISION.
017000****************************************************************
017100*  0000-MAINLINE
017200****************************************************************
017300  0000-MAINLINE.
017400      MOVE 'SIMCMP' TO RH-PROGRAM-NAME.
017500      MOVE 'PAYROLL SIMULATION - CURRENT VS PROPOSED' TO
017600          RH-REPORT-TITLE.
017700      PERFORM 0500-READ-RUN-CONTROL
017800          THRU 0500-READ-RUN-CONTROL-EXIT.
017900      PERFORM 1000-LOAD-CURRENT THRU 1000-LOAD-CURRENT-EXIT.
018000      OPEN INPUT SIMULATED-NET-FILE.
018100      IF DL-SIM-FILE-STATUS NOT = '00'
018200          DISPLAY 'IMPOSSIBILE APRIRE NETSIM - STATUS '
018300              DL-SIM-FILE-STATUS
018400          MOVE 8 TO RETURN-CODE
018500          GOBACK
018600      END-IF.
018700      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
018800      DISPLAY 'PERIODO ' RN-PERIOD-START ' - ' RN-PERIOD-END.
018900      DISPLAY ' '.
019000      DISPLAY '                LORDO    IMPOSTE   CONTRIB.  '
019100          '  SINDAC.      ALTRO      NETTO'.
019200      MOVE 'N' TO DL-EOF-SW.
019300      PERFORM 2000-COMPARE-ONE THRU 2000-COMPARE-ONE-EXIT
019400          UNTIL DL-END-OF-FILE.
019500      CLOSE SIMULATED-NET-FILE.
019600      PERFORM 2500-LIST-CURRENT-ONLY
019700          THRU 2500-LIST-CURRENT-ONLY-EXIT
019800          VARYING DL-CUR-IDX FROM 1 BY 1
019900          UNTIL DL-CUR-IDX > DL-CUR-COUNT.
020000      PERFORM 5000-PRINT-COST-CENTERS
020100          THRU 5000-PRINT-COST-CENTERS-EXIT.
020200      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
020300      GOBACK.
020400****************************************************************
020500*  0500-READ-RUN-CONTROL
020600*  COMPANY AND PERIOD FOR THE HEADING.  WITHOUT RUNCTL THE
020700*  REPORT STILL RUNS, UNDER THE DEFAULT COMPANY NAME.
020800****************************************************************
020900  0500-READ-RUN-CONTROL.
021000      MOVE SPACES TO RUN-CONTROL-RECORD.
021100      MOVE 0 TO RN-PERIOD-START RN-PERIOD-END.
021200      OPEN INPUT RUN-CONTROL.
021300      IF DL-RC-FILE-STATUS NOT = '00'
021400          GO TO 0500-READ-RUN-CONTROL-EXIT
021500      END-IF.
021600      READ RUN-CONTROL
021700          AT END
021800              MOVE 0 TO RN-PERIOD-START RN-PERIOD-END
021900      END-READ.
022000      CLOSE RUN-CONTROL.
022100      MOVE RN-COMPANY TO RH-COMPANY-CODE.
022200  0500-READ-RUN-CONTROL-EXIT.
022300      EXIT.
022400****************************************************************
022500*  1000-LOAD-CURRENT
022600*  THE CURRENT NETPAY INTO DL-CUR-TABLE, AND ITS COST-CENTER
022700*  TOTALS.  A FULL TABLE LEAVES THE REST OF THE FILE OUT OF THE
022800*  COMPARISON (RC 4).
022900****************************************************************
023000  1000-LOAD-CURRENT.
023100      MOVE 'N' TO DL-EOF-SW.
023200      MOVE 0 TO DL-CUR-COUNT.
023300      OPEN INPUT CURRENT-NET-FILE.
023400      IF DL-CUR-FILE-STATUS NOT = '00'
023500          DISPLAY 'IMPOSSIBILE APRIRE NETCUR - STATUS '
023600              DL-CUR-FILE-STATUS
023700          MOVE 8 TO RETURN-CODE
023800          GOBACK
023900      END-IF.
024000      PERFORM 1010-LOAD-ONE THRU 1010-LOAD-ONE-EXIT
024100          UNTIL DL-END-OF-FILE.
024200      CLOSE CURRENT-NET-FILE.
024300  1000-LOAD-CURRENT-EXIT.
024400      EXIT.
024500  1010-LOAD-ONE.
024600      READ CURRENT-NET-FILE
024700          AT END
024800              MOVE 'Y' TO DL-EOF-SW
024900              GO TO 1010-LOAD-ONE-EXIT
025000      END-READ.
025100      IF DL-CUR-COUNT >= 5000
025200          DISPLAY 'TABELLA NETTO CORRENTE PIENA - RECORD IGNORATO'
025300          IF RETURN-CODE < 4
025400              MOVE 4 TO RETURN-CODE
025500          END-IF
025600          MOVE 'Y' TO DL-EOF-SW
025700          GO TO 1010-LOAD-ONE-EXIT
025800      END-IF.
025900      ADD 1 TO DL-CUR-COUNT.
026000      SET DL-CUR-IDX TO DL-CUR-COUNT.
026100      MOVE NP-MATRICOLA TO DL-CT-MATRICOLA(DL-CUR-IDX).
026200      MOVE NP-NOME TO DL-CT-NOME(DL-CUR-IDX).
026300      MOVE NP-GROSS TO DL-CT-GROSS(DL-CUR-IDX).
026400      MOVE NP-TAX TO DL-CT-TAX(DL-CUR-IDX).
026500      MOVE NP-SOCIAL TO DL-CT-SOCIAL(DL-CUR-IDX).
026600      MOVE NP-UNION TO DL-CT-UNION(DL-CUR-IDX).
026700      COMPUTE DL-CT-OTHER(DL-CUR-IDX) = NP-LOANS + NP-GARNISH.
026800      MOVE NP-NET TO DL-CT-NET(DL-CUR-IDX).
026900      MOVE NP-EMPLOYER TO DL-CT-EMPLOYER(DL-CUR-IDX).
027000      MOVE NP-COST-CENTER TO DL-CT-COST-CENTER(DL-CUR-IDX).
027100      MOVE 'N' TO DL-CT-MATCHED(DL-CUR-IDX).
027200      MOVE NP-COST-CENTER TO DL-CC-KEY.
027300      MOVE 'C' TO DL-CC-SIDE.
027400      MOVE NP-GROSS TO DL-CC-GROSS.
027500      MOVE NP-NET TO DL-CC-NET.
027600      COMPUTE DL-CC-COST = NP-GROSS + NP-EMPLOYER.
027700      PERFORM 4000-ADD-TO-COST-CENTER
027800          THRU 4000-ADD-TO-COST-CENTER-EXIT.
027900  1010-LOAD-ONE-EXIT.
028000      EXIT.
028100****************************************************************
028200*  2000-COMPARE-ONE
028300*  ONE SIMULATED RECORD AGAINST ITS CURRENT ENTRY.
028400****************************************************************
028500  2000-COMPARE-ONE.
028600      READ SIMULATED-NET-FILE
028700          AT END
028800              MOVE 'Y' TO DL-EOF-SW
028900              GO TO 2000-COMPARE-ONE-EXIT
029000      END-READ.
029100      MOVE SN-GROSS TO DL-SA-GROSS.
029200      MOVE SN-TAX TO DL-SA-TAX.
029300      MOVE SN-SOCIAL TO DL-SA-SOCIAL.
029400      MOVE SN-UNION TO DL-SA-UNION.
029500      COMPUTE DL-SA-OTHER = SN-LOANS + SN-GARNISH.
029600      MOVE SN-NET TO DL-SA-NET.
029700      MOVE SN-EMPLOYER TO DL-SA-EMPLOYER.
029800      MOVE SN-COST-CENTER TO DL-CC-KEY.
029900      MOVE 'S' TO DL-CC-SIDE.
030000      MOVE SN-GROSS TO DL-CC-GROSS.
030100      MOVE SN-NET TO DL-CC-NET.
030200      COMPUTE DL-CC-COST = SN-GROSS + SN-EMPLOYER.
030300      PERFORM 4000-ADD-TO-COST-CENTER
030400          THRU 4000-ADD-TO-COST-CENTER-EXIT.
030500      MOVE 'N' TO DL-FOUND-SW.
030600      PERFORM 2010-MATCH-ONE THRU 2010-MATCH-ONE-EXIT
030700          VARYING DL-I FROM 1 BY 1
030800          UNTIL DL-I > DL-CUR-COUNT OR DL-CUR-FOUND.
030900      MOVE SN-MATRICOLA TO DL-NAME-MATRICOLA.
031000      MOVE SN-NOME TO DL-NAME-NOME.
031100      MOVE SN-COST-CENTER TO DL-NAME-COST-CENTER.
031200      IF DL-CUR-FOUND
031300          MOVE 'Y' TO DL-CT-MATCHED(DL-HIT)
031400          ADD 1 TO DL-MATCHED-COUNT
031500          SET DL-CUR-IDX TO DL-HIT
031600          PERFORM 2020-LOAD-CURRENT-AMTS
031700              THRU 2020-LOAD-CURRENT-AMTS-EXIT
031800          MOVE SPACES TO DL-NAME-NOTE
031900      ELSE
032000          ADD 1 TO DL-SIM-ONLY-COUNT
032100          MOVE ZEROES TO DL-CUR-AMTS
032200          MOVE 'SOLO SIMULATO' TO DL-NAME-NOTE
032300      END-IF.
032400      PERFORM 3000-PRINT-EMPLOYEE THRU 3000-PRINT-EMPLOYEE-EXIT.
032500  2000-COMPARE-ONE-EXIT.
032600      EXIT.
032700  2010-MATCH-ONE.
032800      IF DL-CT-MATRICOLA(DL-I) = SN-MATRICOLA
032900              AND DL-CT-MATCHED(DL-I) = 'N'
033000          MOVE 'Y' TO DL-FOUND-SW
033100          MOVE DL-I TO DL-HIT
033200      END-IF.
033300  2010-MATCH-ONE-EXIT.
033400      EXIT.
033500  2020-LOAD-CURRENT-AMTS.
033600      MOVE DL-CT-GROSS(DL-CUR-IDX) TO DL-CA-GROSS.
033700      MOVE DL-CT-TAX(DL-CUR-IDX) TO DL-CA-TAX.
033800      MOVE DL-CT-SOCIAL(DL-CUR-IDX) TO DL-CA-SOCIAL.
033900      MOVE DL-CT-UNION(DL-CUR-IDX) TO DL-CA-UNION.
034000      MOVE DL-CT-OTHER(DL-CUR-IDX) TO DL-CA-OTHER.
034100      MOVE DL-CT-NET(DL-CUR-IDX) TO DL-CA-NET.
034200      MOVE DL-CT-EMPLOYER(DL-CUR-IDX) TO DL-CA-EMPLOYER.
034300  2020-LOAD-CURRENT-AMTS-EXIT.
034400      EXIT.
034500****************************************************************
034600*  2500-LIST-CURRENT-ONLY
034700*  CURRENT ENTRIES NO SIMULATED RECORD MATCHED - PAID TODAY BUT
034800*  NOT UNDER THE PROPOSAL.
034900****************************************************************
035000  2500-LIST-CURRENT-ONLY.
035100      IF DL-CT-MATCHED(DL-CUR-IDX) NOT = 'N'
035200          GO TO 2500-LIST-CURRENT-ONLY-EXIT
035300      END-IF.
035400      ADD 1 TO DL-CUR-ONLY-COUNT.
035500      MOVE DL-CT-MATRICOLA(DL-CUR-IDX) TO DL-NAME-MATRICOLA.
035600      MOVE DL-CT-NOME(DL-CUR-IDX) TO DL-NAME-NOME.
035700      MOVE DL-CT-COST-CENTER(DL-CUR-IDX) TO DL-NAME-COST-CENTER.
035800      MOVE 'SOLO ATTUALE' TO DL-NAME-NOTE.
035900      PERFORM 2020-LOAD-CURRENT-AMTS
036000          THRU 2020-LOAD-CURRENT-AMTS-EXIT.
036100      MOVE ZEROES TO DL-SIM-AMTS.
036200      PERFORM 3000-PRINT-EMPLOYEE THRU 3000-PRINT-EMPLOYEE-EXIT.
036300  2500-LIST-CURRENT-ONLY-EXIT.
036400      EXIT.
036500****************************************************************
036600*  3000-PRINT-EMPLOYEE
036700*  NAME LINE, THEN ATTUALE, SIMULATO AND DIFFERENZA.
036800****************************************************************
036900  3000-PRINT-EMPLOYEE.
037000      DISPLAY ' '.
037100      DISPLAY DL-NAME-MATRICOLA ' ' DL-NAME-NOME
037200          ' CDC ' DL-NAME-COST-CENTER ' ' DL-NAME-NOTE.
037300      MOVE 'ATTUALE' TO DL-PRT-LABEL.
037400      MOVE DL-CUR-AMTS TO DL-PRT-AMTS.
037500      PERFORM 3100-PRINT-AMOUNTS THRU 3100-PRINT-AMOUNTS-EXIT.
037600      MOVE 'SIMULATO' TO DL-PRT-LABEL.
037700      MOVE DL-SIM-AMTS TO DL-PRT-AMTS.
037800      PERFORM 3100-PRINT-AMOUNTS THRU 3100-PRINT-AMOUNTS-EXIT.
037900      MOVE 'DIFFERENZA' TO DL-PRT-LABEL.
038000      COMPUTE DL-PA-GROSS = DL-SA-GROSS - DL-CA-GROSS.
038100      COMPUTE DL-PA-TAX = DL-SA-TAX - DL-CA-TAX.
038200      COMPUTE DL-PA-SOCIAL = DL-SA-SOCIAL - DL-CA-SOCIAL.
038300      COMPUTE DL-PA-UNION = DL-SA-UNION - DL-CA-UNION.
038400      COMPUTE DL-PA-OTHER = DL-SA-OTHER - DL-CA-OTHER.
038500      COMPUTE DL-PA-NET = DL-SA-NET - DL-CA-NET.
038600      COMPUTE DL-PA-EMPLOYER = DL-SA-EMPLOYER - DL-CA-EMPLOYER.
038700      PERFORM 3100-PRINT-AMOUNTS THRU 3100-PRINT-AMOUNTS-EXIT.
038800  3000-PRINT-EMPLOYEE-EXIT.
038900      EXIT.
039000  3100-PRINT-AMOUNTS.
039100      MOVE DL-PRT-LABEL TO DL-AL-LABEL.
039200      MOVE DL-PA-GROSS TO DL-AL-GROSS.
039300      MOVE DL-PA-TAX TO DL-AL-TAX.
039400      MOVE DL-PA-SOCIAL TO DL-AL-SOCIAL.
039500      MOVE DL-PA-UNION TO DL-AL-UNION.
039600      MOVE DL-PA-OTHER TO DL-AL-OTHER.
039700      MOVE DL-PA-NET TO DL-AL-NET.
039800      DISPLAY DL-AMT-LINE.
039900  3100-PRINT-AMOUNTS-EXIT.
040000      EXIT.
040100****************************************************************
040200*  4000-ADD-TO-COST-CENTER
040300*  ADDS DL-CC-GROSS/NET/COST TO DL-CC-KEY'S ENTRY ON THE SIDE IN
040400*  DL-CC-SIDE (C = CURRENT, S = SIMULATED), OPENING THE ENTRY
040500*  ON FIRST USE.
040600****************************************************************
040700  4000-ADD-TO-COST-CENTER.
040800      IF DL-CC-SIDE = 'C'
040900          ADD DL-CC-COST TO DL-TOT-CUR-COST
041000      ELSE
041100          ADD DL-CC-COST TO DL-TOT-SIM-COST
041200      END-IF.
041300      MOVE 'N' TO DL-CC-FOUND-SW.
041400      PERFORM 4010-FIND-COST-CENTER
041500          THRU 4010-FIND-COST-CENTER-EXIT
041600          VARYING DL-CC-IDX FROM 1 BY 1
041700          UNTIL DL-CC-IDX > DL-CC-COUNT OR DL-CC-FOUND.
041800      IF NOT DL-CC-FOUND
041900          IF DL-CC-COUNT >= 200
042000              IF NOT DL-CC-FULL
042100                  DISPLAY 'TABELLA CENTRI DI COSTO PIENA - '
042200                      'TOTALI PER CENTRO INCOMPLETI'
042300                  MOVE 'Y' TO DL-CC-FULL-SW
042400                  IF RETURN-CODE < 4
042500                      MOVE 4 TO RETURN-CODE
042600                  END-IF
042700              END-IF
042800              GO TO 4000-ADD-TO-COST-CENTER-EXIT
042900          END-IF
043000          ADD 1 TO DL-CC-COUNT
043100          SET DL-CC-IDX TO DL-CC-COUNT
043200          MOVE DL-CC-KEY TO DL-CC-CODE(DL-CC-IDX)
043300          MOVE 0 TO DL-CC-CUR-GROSS(DL-CC-IDX)
043400              DL-CC-CUR-NET(DL-CC-IDX) DL-CC-CUR-COST(DL-CC-IDX)
043500              DL-CC-SIM-GROSS(DL-CC-IDX)
043600              DL-CC-SIM-NET(DL-CC-IDX) DL-CC-SIM-COST(DL-CC-IDX)
043700      ELSE
043800          SET DL-CC-IDX DOWN BY 1
043900      END-IF.
044000      IF DL-CC-SIDE = 'C'
044100          ADD DL-CC-GROSS TO DL-CC-CUR-GROSS(DL-CC-IDX)
044200          ADD DL-CC-NET TO DL-CC-CUR-NET(DL-CC-IDX)
044300          ADD DL-CC-COST TO DL-CC-CUR-COST(DL-CC-IDX)
044400      ELSE
044500          ADD DL-CC-GROSS TO DL-CC-SIM-GROSS(DL-CC-IDX)
044600          ADD DL-CC-NET TO DL-CC-SIM-NET(DL-CC-IDX)
044700          ADD DL-CC-COST TO DL-CC-SIM-COST(DL-CC-IDX)
044800      END-IF.
044900  4000-ADD-TO-COST-CENTER-EXIT.
045000      EXIT.
045100  4010-FIND-COST-CENTER.
045200      IF DL-CC-CODE(DL-CC-IDX) = DL-CC-KEY
045300          MOVE 'Y' TO DL-CC-FOUND-SW
045400      END-IF.
045500  4010-FIND-COST-CENTER-EXIT.
045600      EXIT.
045700****************************************************************
045800*  5000-PRINT-COST-CENTERS
045900*  COST-CENTER TOTALS, CURRENT AGAINST SIMULATED, AND THE
046000*  OVERALL CHANGE IN LABOUR COST.
046100****************************************************************
046200  5000-PRINT-COST-CENTERS.
046300      DISPLAY ' '.
046400      DISPLAY 'TOTALI PER CENTRO DI COSTO (ATT. = ATTUALE, '
046500          'SIM. = SIMULATO, '
046600          'COSTO = LORDO + ONERI)'.
046700      DISPLAY 'CDC       LORDO ATT.     LORDO SIM.     NETTO ATT.'
046800          '     NETTO SIM.     COSTO ATT.     COSTO SIM.'.
046900      PERFORM 5010-PRINT-ONE-COST-CENTER
047000          THRU 5010-PRINT-ONE-COST-CENTER-EXIT
047100          VARYING DL-CC-IDX FROM 1 BY 1
047200          UNTIL DL-CC-IDX > DL-CC-COUNT.
047300      DISPLAY ' '.
047400      DISPLAY 'DIPENDENTI CONFRONTATI : ' DL-MATCHED-COUNT.
047500      DISPLAY 'SOLO ATTUALE           : ' DL-CUR-ONLY-COUNT.
047600      DISPLAY 'SOLO SIMULATO          : ' DL-SIM-ONLY-COUNT.
047700      MOVE DL-TOT-CUR-COST TO DL-TOT-EDIT.
047800      DISPLAY 'COSTO DEL LAVORO ATTUALE  : ' DL-TOT-EDIT.
047900      MOVE DL-TOT-SIM-COST TO DL-TOT-EDIT.
048000      DISPLAY 'COSTO DEL LAVORO SIMULATO : ' DL-TOT-EDIT.
048100      COMPUTE DL-TOT-DIFF-COST =
048200          DL-TOT-SIM-COST - DL-TOT-CUR-COST.
048300      MOVE DL-TOT-DIFF-COST TO DL-TOT-EDIT.
048400      DISPLAY 'DIFFERENZA                : ' DL-TOT-EDIT.
048500  5000-PRINT-COST-CENTERS-EXIT.
048600      EXIT.
048700  5010-PRINT-ONE-COST-CENTER.
048800      MOVE DL-CC-CODE(DL-CC-IDX) TO DL-CL-CODE.
048900      MOVE DL-CC-CUR-GROSS(DL-CC-IDX) TO DL-CL-GROSS-CUR.
049000      MOVE DL-CC-SIM-GROSS(DL-CC-IDX) TO DL-CL-GROSS-SIM.
049100      MOVE DL-CC-CUR-NET(DL-CC-IDX) TO DL-CL-NET-CUR.
049200      MOVE DL-CC-SIM-NET(DL-CC-IDX) TO DL-CL-NET-SIM.
049300      MOVE DL-CC-CUR-COST(DL-CC-IDX) TO DL-CL-COST-CUR.
049400      MOVE DL-CC-SIM-COST(DL-CC-IDX) TO DL-CL-COST-SIM.
049500      DISPLAY DL-CC-LINE.
049600  5010-PRINT-ONE-COST-CENTER-EXIT.
049700      EXIT.
049800****************************************************************
049900*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
050000****************************************************************
050100  COPY RPTHDRP.
