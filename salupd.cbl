002300*  EMPLOYEE WAS ALREADY DONE - THE RECORD IS SKIPPED AND
002400*  COUNTED (RC 4), SO A RERUN CANNOT APPLY A RAISE TWICE.
002500*  CHECK THE PROOF LISTING BEFORE THE NEXT PAY RUN.
002510*  AN 'S' ON THE FIFTH CARD IS A PROPOSAL ONLY, FOR A WHAT-IF
002520*  SIMULATION (SIMRUN): THE MASTER IS READ, NOT UPDATED, SALHIST
002530*  AND CHGLOG ARE NOT OPENED, AND THE NEW SALARIES GO TO THE
002540*  SALPROP FILE THAT DAYS PAYS FROM IN A SIMULATION.  THE PROOF
002550*  LISTING IS THE SAME.
002560*  AN EFFECTIVE DATE INSIDE A PAY PERIOD PERCLOSE HAS CLOSED FOR
002570*  THE EMPLOYEE'S COMPANY AND PAY FREQUENCY (PERCHK) SKIPS THE
002580*  EMPLOYEE AND ENDS THE JOB RC 8, UNLESS THE FIFTH CARD IS 'R'
002590*  - A RETRO CHANGE: THE BACKDATED SALHIST ROW IS WRITTEN AND
002595*  RETROPAY/RETROAPP PAY THE DIFFERENCE WITH THE NEXT RUN.
002600*  MOD HISTORY
002700*  02/09/2026 LG  NEW.
002710*  15/10/2026 LG  PROPOSAL-ONLY MODE (FIFTH CARD 'S'): WRITES THE
002720*                 NEW SALARIES TO SALPROP FOR A SIMULATION RUN
002730*                 AND LEAVES EMPMAST, SALHIST AND CHGLOG ALONE.
002740*  15/10/2026 LG  FIFTH CARD 'R' = RETRO CHANGE.  ANY OTHER UPDATE
002750*                 DATED INSIDE A CLOSED PAY PERIOD (PERCHK) SKIPS
002760*                 THE EMPLOYEE AND ENDS RC 8.
002800****************************************************************
002900  ENVIRONMENT DIVISION.
003000  CONFIGURATION SECTION.
004800      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
004900          ORGANIZATION LINE SEQUENTIAL
005000          FILE STATUS IS DL-SESS-FILE-STATUS.
005010      SELECT SALARY-PROPOSAL ASSIGN TO "SALPROP"
005020          ORGANIZATION LINE SEQUENTIAL
005030          FILE STATUS IS DL-SP-FILE-STATUS.
005100*
005200  DATA DIVISION.
005300  FILE SECTION.
006100  COPY CHGLOG.
006200  FD  OPERATOR-SESSION.
006300  COPY OPRSESS.
006310  FD  SALARY-PROPOSAL.
006320  01  SALARY-PROPOSAL-RECORD.
006330      05  SP-MATRICOLA             PIC X(05).
006340      05  SP-EFFECTIVE-DATE        PIC 9(08).
006350      05  SP-STIPENDIO             PIC 9(07)V99.
006400*
006500  WORKING-STORAGE SECTION.
006600  COPY RPTHDRW.
006800  01  DL-SH-FILE-STATUS            PIC X(02).
006900  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
007000  01  DL-SESS-FILE-STATUS          PIC X(02).
007010  01  DL-SP-FILE-STATUS            PIC X(02).
007100  01  DL-OPERATOR-ID               PIC X(08) VALUE 'IGNOTO'.
007200  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
007300      88  DL-END-OF-FILE                      VALUE 'Y'.
007800  01  DL-VALUE-INR REDEFINES DL-VALUE-IN
007900                                   PIC 9(07)V99.
008000  01  DL-PCT                       PIC 9(03)V99.
008010  01  DL-RUN-TYPE                  PIC X(01).
008020      88  DL-PROPOSAL-ONLY                    VALUE 'S'.
008030      88  DL-RETRO-RUN                        VALUE 'R'.
008040  01  DL-PERIOD-RESULT             PIC 9(01).
008050      88  DL-PERIOD-CLOSED                    VALUE 1.
008060  01  DL-CLOSED-COUNT              PIC 9(06) VALUE 0.
008100  01  DL-EFF-DATE                  PIC 9(08).
008200  01  DL-EFF-DATE-R REDEFINES DL-EFF-DATE.
008300      05  DL-EFF-CCYY              PIC 9(04).
011200          THRU 0300-READ-SESSION-EXIT.
011300      PERFORM 0500-READ-PARAMETERS
011400          THRU 0500-READ-PARAMETERS-EXIT.
011430      IF DL-PROPOSAL-ONLY
011460          MOVE 'SALARY PROPOSAL (SIMULATION) LISTING' TO
011490              RH-REPORT-TITLE
011520          PERFORM 1000-OPEN-FOR-PROPOSAL
011550              THRU 1000-OPEN-FOR-PROPOSAL-EXIT
011580      ELSE
011610          PERFORM 1100-OPEN-FOR-UPDATE
011640              THRU 1100-OPEN-FOR-UPDATE-EXIT
011670      END-IF.
011700      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
011730      DISPLAY 'POPOLAZIONE ' DL-POPULATION ' MODO ' DL-MODE
011760          ' VALORE ' DL-VALUE-INR ' DAL ' DL-EFF-DATE.
011790      MOVE 'N' TO DL-EOF-SW.
011820      MOVE LOW-VALUES TO EMP-MATRICOLA.
011850      START EMPLOYEE-MASTER KEY NOT < EMP-MATRICOLA
011880          INVALID KEY
011910              MOVE 'Y' TO DL-EOF-SW
011940      END-START.
011970      PERFORM 2000-UPDATE-ONE-EMPLOYEE
012000          THRU 2000-UPDATE-ONE-EMPLOYEE-EXIT
012030          UNTIL DL-END-OF-FILE.
012060      IF DL-PROPOSAL-ONLY
012090          CLOSE EMPLOYEE-MASTER SALARY-PROPOSAL
012120      ELSE
012150          CLOSE EMPLOYEE-MASTER SALARY-HISTORY CHANGE-LOG
012180      END-IF.
012210      DISPLAY ' '.
012240      DISPLAY 'DIPENDENTI ESAMINATI : ' DL-DONE-COUNT.
012270      DISPLAY 'STIPENDI AGGIORNATI  : ' DL-UPD-COUNT.
012300      DISPLAY 'GIA'' AGGIORNATI      : ' DL-SKIP-COUNT.
012310      DISPLAY 'IN PERIODO CHIUSO    : ' DL-CLOSED-COUNT.
012330      IF DL-SKIP-COUNT > 0
012360          IF RETURN-CODE < 4
012390              MOVE 4 TO RETURN-CODE
012420          END-IF
012450      END-IF.
012460      IF DL-CLOSED-COUNT > 0
012465          MOVE 8 TO RETURN-CODE
012470      END-IF.
012480      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
012510      GOBACK.
012540****************************************************************
012570*  1000-OPEN-FOR-PROPOSAL
012600*  PROPOSAL ONLY: THE MASTER IS READ AND THE NEW SALARIES GO TO
012630*  SALPROP.  NOTHING IS UPDATED OR LOGGED.
012660****************************************************************
012690  1000-OPEN-FOR-PROPOSAL.
012720      OPEN INPUT EMPLOYEE-MASTER.
012750      IF DL-EMP-FILE-STATUS NOT = '00'
012780          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
012810              DL-EMP-FILE-STATUS
012840          MOVE 8 TO RETURN-CODE
012870          GOBACK
012900      END-IF.
012930      OPEN OUTPUT SALARY-PROPOSAL.
012960      IF DL-SP-FILE-STATUS NOT = '00'
012990          DISPLAY 'IMPOSSIBILE SCRIVERE SALPROP - STATUS '
013020              DL-SP-FILE-STATUS
013050          CLOSE EMPLOYEE-MASTER
013080          MOVE 8 TO RETURN-CODE
013110          GOBACK
013140      END-IF.
013170  1000-OPEN-FOR-PROPOSAL-EXIT.
013200      EXIT.
013230****************************************************************
013260*  1100-OPEN-FOR-UPDATE
013290*  THE REAL UPDATE: CHGLOG, THE MASTER AND SALHIST.
013320****************************************************************
013350  1100-OPEN-FOR-UPDATE.
013380      OPEN EXTEND CHANGE-LOG.
013410      IF DL-CHGLOG-FILE-STATUS = '35'
013440          OPEN OUTPUT CHANGE-LOG
013470          CLOSE CHANGE-LOG
013500          OPEN EXTEND CHANGE-LOG
013530      END-IF.
013560      IF DL-CHGLOG-FILE-STATUS NOT = '00'
013590          DISPLAY 'IMPOSSIBILE APRIRE CHGLOG - STATUS '
013620              DL-CHGLOG-FILE-STATUS
013650          MOVE 8 TO RETURN-CODE
013680          GOBACK
013710      END-IF.
013740      OPEN I-O EMPLOYEE-MASTER.
013770      IF DL-EMP-FILE-STATUS NOT = '00'
013800          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
013830              DL-EMP-FILE-STATUS
013860          CLOSE CHANGE-LOG
013890          MOVE 8 TO RETURN-CODE
013920          GOBACK
013950      END-IF.
013980      OPEN I-O SALARY-HISTORY.
014010      IF DL-SH-FILE-STATUS NOT = '00'
014040          DISPLAY 'IMPOSSIBILE APRIRE SALHIST - STATUS '
014070              DL-SH-FILE-STATUS
014100          CLOSE EMPLOYEE-MASTER CHANGE-LOG
014130          MOVE 8 TO RETURN-CODE
014160          GOBACK
014190      END-IF.
014300  1100-OPEN-FOR-UPDATE-EXIT.
014400      EXIT.
016700****************************************************************
016800*  0300-READ-SESSION
016900*  PICKS THE OPERATOR ID UP FROM THE ONE-RECORD OPERSESS FILE;
018500      EXIT.
018600****************************************************************
018700*  0500-READ-PARAMETERS
018800*  FIVE SYSIN ANSWER CARDS: POPULATION (COST CENTER OR ALL),
018900*  MODE (P=PERCENTUALE, A=IMPORTO), VALUE (LAST TWO DIGITS
019000*  DECIMALS), EFFECTIVE DATE (AAAAMMGG, CHECKED THROUGH THE
019100*  SAME G-MESE/LEAP RULES AS MESII), RUN TYPE (S=PROPOSAL
019110*  ONLY, R=RETRO UPDATE, BLANK=UPDATE).  A BAD CARD IS FATAL.
019200****************************************************************
019300  0500-READ-PARAMETERS.
019400      DISPLAY 'POPOLAZIONE (CENTRO DI COSTO O ALL)?'.
023700          MOVE 8 TO RETURN-CODE
023800          GOBACK
023900      END-IF.
023910      DISPLAY 'TIPO (S=SOLO PROPOSTA, R=RETROATTIVA, '
023915          'INVIO=AGGIORNA)?'.
023920      MOVE SPACES TO DL-RUN-TYPE.
023930      ACCEPT DL-RUN-TYPE.
023940      IF DL-RUN-TYPE NOT = 'S' AND DL-RUN-TYPE NOT = 'R'
023945              AND DL-RUN-TYPE NOT = SPACES
023950          DISPLAY 'TIPO ESECUZIONE NON VALIDO - ELABORAZIONE '
023960              'RIFIUTATA'
023970          MOVE 8 TO RETURN-CODE
023980          GOBACK
023990      END-IF.
024000  0500-READ-PARAMETERS-EXIT.
024100      EXIT.
024200****************************************************************
027300*  2000-UPDATE-ONE-EMPLOYEE
027400*  ONE MASTER RECORD: POPULATION AND STATUS FILTERS, THEN THE
027500*  SALHIST WRITE (THE RERUN GUARD), THE MASTER REWRITE, THE
027600*  CHANGE LOG AND THE PROOF LINE.  A PROPOSAL ONLY WRITES THE
027610*  SALPROP ROW AND THE PROOF LINE.
027700****************************************************************
027800  2000-UPDATE-ONE-EMPLOYEE.
027900      READ EMPLOYEE-MASTER NEXT RECORD
028800              AND EMP-COST-CENTER NOT = DL-POPULATION
028900          GO TO 2000-UPDATE-ONE-EMPLOYEE-EXIT
029000      END-IF.
029010      IF NOT DL-PROPOSAL-ONLY AND NOT DL-RETRO-RUN
029020          CALL 'PERCHK' USING EMP-COMPANY EMP-PAY-FREQ
029030              DL-EFF-DATE DL-PERIOD-RESULT
029040          IF DL-PERIOD-CLOSED
029050              DISPLAY EMP-MATRICOLA ' DATA EFFETTO IN PERIODO '
029060                  'CHIUSO - SALTATO (TIPO R PER RETROATTIVA)'
029070              ADD 1 TO DL-CLOSED-COUNT
029080              GO TO 2000-UPDATE-ONE-EMPLOYEE-EXIT
029090          END-IF
029095      END-IF.
029100      ADD 1 TO DL-DONE-COUNT.
029200      MOVE EMP-STIPENDIO TO DL-OLD-STIPENDIO.
029300      IF DL-MODE = 'P'
029800          COMPUTE DL-NEW-STIPENDIO =
029900              DL-OLD-STIPENDIO + DL-VALUE-INR
030000      END-IF.
030010      IF DL-PROPOSAL-ONLY
030020          MOVE EMP-MATRICOLA TO SP-MATRICOLA
030030          MOVE DL-EFF-DATE TO SP-EFFECTIVE-DATE
030040          MOVE DL-NEW-STIPENDIO TO SP-STIPENDIO
030050          WRITE SALARY-PROPOSAL-RECORD
030060          PERFORM 2100-PRINT-PROOF-LINE
030070              THRU 2100-PRINT-PROOF-LINE-EXIT
030080          GO TO 2000-UPDATE-ONE-EMPLOYEE-EXIT
030090      END-IF.
030100      MOVE EMP-MATRICOLA TO SH-MATRICOLA.
030200      MOVE DL-EFF-DATE TO SH-EFFECTIVE-DATE.
030300      MOVE DL-NEW-STIPENDIO TO SH-STIPENDIO.
032400      ACCEPT CG-RUN-TIME FROM TIME.
032500      MOVE DL-OPERATOR-ID TO CG-OPERATOR-ID.
032600      WRITE CHANGE-LOG-RECORD.
032700      PERFORM 2100-PRINT-PROOF-LINE
032800          THRU 2100-PRINT-PROOF-LINE-EXIT.
033400  2000-UPDATE-ONE-EMPLOYEE-EXIT.
033500      EXIT.
033510  2100-PRINT-PROOF-LINE.
033520      ADD 1 TO DL-UPD-COUNT.
033530      COMPUTE DL-DIFFERENCE =
033540          DL-NEW-STIPENDIO - DL-OLD-STIPENDIO.
033550      DISPLAY EMP-MATRICOLA ' ' EMP-NOME
033560          ' VECCHIO ' DL-OLD-STIPENDIO
033570          ' NUOVO ' DL-NEW-STIPENDIO
033580          ' DIFF ' DL-DIFFERENCE.
033590  2100-PRINT-PROOF-LINE-EXIT.
033595      EXIT.
033600****************************************************************
033700*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
033800****************************************************************
