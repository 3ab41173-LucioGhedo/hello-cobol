000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PREFLT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  PREFLT
000900*  PAYROLL READINESS CHECKLIST, RUN FROM THE MENU BEFORE THE
001000*  PAY RUN IS SUBMITTED AND AS THE FIRST STEP OF THE WEEKLY
001100*  STREAM BEHIND RUNSEL.  EACH CHECK PRINTS ONE OK / AVVISO /
001200*  NO-GO LINE:
001300*    - RUNCTL PRESENT, NOT EMPTY, PERIOD START NOT AFTER END
001400*    - THE RUN NUMBER NOT ALREADY COMPLETE (CTLRECON CLEAN ON
001500*      RUNSTAT - THE PERIOD WAS NOT ADVANCED AFTER THE LAST RUN)
001600*    - NO BANK FILE STILL WAITING FOR ITS RETURN: BNKCTL LEFT
001700*      BY BANKPAY IS STAMPED BNKRET ONCE THE RETURN IS POSTED
001710*    - THE PERIOD NOT ALREADY CLOSED BY PERCLOSE (PERSTAT,
001740*      THROUGH PERCHK) - A CLOSED PERIOD IS REOPENED FIRST,
001770*      UNLESS THIS RUN CLOSED IT AND IS BEING RESTARTED
001800*    - NO IBAN CHANGE WAITING FOR APPROVAL ON PENDCHG (A SALARY
001900*      CHANGE IS ONLY AN AVVISO - THE OLD SALARY IS PAID)
002000*    - NO UNACKNOWLEDGED SEVERITY 8 EXCEPTION ON EXCFILE
002100*    - EVERY COST CENTER WITH EMPLOYEES ON THE RUN HAS AT LEAST
002200*      ONE TIMESHEET (TIMESHTS OR TSCLOCK) IN THE PERIOD
002300*    - NO RUN LOCK LEFT HELD (DAYSLOCK/MAGLOCK/NUMLOCK/SRTLOCK)
002400*  SYSIN: CARD 1 MODE (B = BATCH STEP, ANYTHING ELSE = MENU),
002500*  CARD 2 PAY FREQUENCY (W/M, BLANK = W).  FROM THE MENU THE
002600*  COMPANY IS ASKED AND ITS RECORD FOUND ON THE RUNCTL SET.
002700*  ALL GO ENDS RC 0 (RC 4 WITH AN AVVISO).  ON A NO-GO FROM THE
002800*  MENU A SUPERVISOR (LEVEL S) AUTHORISED FOR THE COMPANY MAY
002900*  FORCE THE RUN WITH A REASON: THE OVERRIDE IS APPENDED TO
003000*  PREFOVR.  IN THE STREAM A NO-GO WITH AN OVERRIDE ON PREFOVR
003100*  FOR THE RUN NUMBER AND COMPANY ENDS RC 4 AND LOGS A SEVERITY
003200*  4 EXCEPTION NAMING THE SUPERVISOR; WITHOUT ONE IT ENDS RC 8
003300*  AND EMPTIES THE RUNCTL DD (AS RUNSEL DOES FOR A BAD COMPANY)
003400*  SO EVERY LATER STEP REFUSES TO RUN.  NOTHING IS WRITTEN TO
003500*  RUNSTAT - A RESTART SIMPLY RUNS THE CHECK AGAIN.
003600*  MOD HISTORY
003700*  15/10/2026 LG  NEW.
003710*  15/10/2026 LG  ADDED CHECK 3B: A RUNCTL PERIOD ALREADY CLOSED
003720*                 ON PERSTAT (PERCHK) IS A NO-GO.
003730*  15/10/2026 LG  CHECK 3B: A PERIOD CLOSED BY THIS SAME RUN, ON A
003740*                 RESTART (STEPS ALREADY ON RUNSTAT), IS AN
003750*                 AVVISO, NOT A NO-GO.
003800****************************************************************
003900  ENVIRONMENT DIVISION.
004000  CONFIGURATION SECTION.
004100  SOURCE-COMPUTER. IBM-PC.
004200  OBJECT-COMPUTER. IBM-PC.
004300  INPUT-OUTPUT SECTION.
004400  FILE-CONTROL.
004500      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
004600          ORGANIZATION LINE SEQUENTIAL
004700          FILE STATUS IS DL-RC-FILE-STATUS.
004800      SELECT RUN-STATS ASSIGN TO "RUNSTAT"
004900          ORGANIZATION LINE SEQUENTIAL
005000          FILE STATUS IS DL-RS-FILE-STATUS.
005100      SELECT BANK-CONTROL-FILE ASSIGN TO "BNKCTL"
005200          ORGANIZATION LINE SEQUENTIAL
005300          FILE STATUS IS DL-CTL-FILE-STATUS.
005400      SELECT PENDING-CHANGES ASSIGN TO "PENDCHG"
005500          ORGANIZATION LINE SEQUENTIAL
005600          FILE STATUS IS DL-PC-FILE-STATUS.
005700      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
005800          ORGANIZATION LINE SEQUENTIAL
005900          FILE STATUS IS DL-EXC-FILE-STATUS.
006000      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
006100          ORGANIZATION INDEXED
006200          ACCESS MODE DYNAMIC
006300          RECORD KEY EMP-MATRICOLA
006400          FILE STATUS IS DL-EMP-FILE-STATUS.
006500      SELECT TIMESHEET-FILE ASSIGN TO "TIMESHTS"
006600          ORGANIZATION LINE SEQUENTIAL
006700          FILE STATUS IS DL-TS-FILE-STATUS.
006800      SELECT CLOCK-FILE ASSIGN TO "TSCLOCK"
006900          ORGANIZATION LINE SEQUENTIAL
007000          FILE STATUS IS DL-TS-FILE-STATUS.
007100      SELECT DAYS-LOCK ASSIGN TO "DAYSLOCK"
007200          ORGANIZATION LINE SEQUENTIAL
007300          FILE STATUS IS DL-LOCK-FILE-STATUS.
007400      SELECT MAGG-LOCK ASSIGN TO "MAGLOCK"
007500          ORGANIZATION LINE SEQUENTIAL
007600          FILE STATUS IS DL-LOCK-FILE-STATUS.
007700      SELECT NUMERIS-LOCK ASSIGN TO "NUMLOCK"
007800          ORGANIZATION LINE SEQUENTIAL
007900          FILE STATUS IS DL-LOCK-FILE-STATUS.
008000      SELECT SORTING-LOCK ASSIGN TO "SRTLOCK"
008100          ORGANIZATION LINE SEQUENTIAL
008200          FILE STATUS IS DL-LOCK-FILE-STATUS.
008300      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
008400          ORGANIZATION LINE SEQUENTIAL
008500          FILE STATUS IS DL-SESS-FILE-STATUS.
008600      SELECT OVERRIDE-FILE ASSIGN TO "PREFOVR"
008700          ORGANIZATION LINE SEQUENTIAL
008800          FILE STATUS IS DL-OV-FILE-STATUS.
008820      SELECT PERIOD-STATUS ASSIGN TO "PERSTAT"
008840          ORGANIZATION LINE SEQUENTIAL
008860          FILE STATUS IS DL-PS-FILE-STATUS.
008900*
009000  DATA DIVISION.
009100  FILE SECTION.
009200  FD  RUN-CONTROL.
009300  COPY RUNCTL.
009400  FD  RUN-STATS.
009500  COPY RUNSTAT.
009600  FD  BANK-CONTROL-FILE.
009700  COPY CTLTOT.
009800  FD  PENDING-CHANGES.
009900  COPY PENDCHG.
010000  FD  EXCEPTION-FILE.
010100  COPY EXCREC.
010200  FD  EMPLOYEE-MASTER.
010300  01  EMPLOYEE-MASTER-RECORD.
010400      COPY EMPREC.
010500      05  EMP-WORK-DAY            PIC 9(01).
010600  FD  TIMESHEET-FILE.
010700  01  TIMESHEET-FILE-RECORD       PIC X(19).
010800  FD  CLOCK-FILE.
010900  01  CLOCK-FILE-RECORD           PIC X(19).
011000  FD  DAYS-LOCK.
011100  01  DAYS-LOCK-RECORD            PIC X(25).
011200  FD  MAGG-LOCK.
011300  01  MAGG-LOCK-RECORD            PIC X(25).
011400  FD  NUMERIS-LOCK.
011500  01  NUMERIS-LOCK-RECORD         PIC X(25).
011600  FD  SORTING-LOCK.
011700  01  SORTING-LOCK-RECORD         PIC X(25).
011800  FD  OPERATOR-SESSION.
011900  COPY OPRSESS.
012000  FD  OVERRIDE-FILE.
012100  COPY PREFOVR.
012130  FD  PERIOD-STATUS.
012160  COPY PERSTAT.
012200*
012300  WORKING-STORAGE SECTION.
012400  COPY RPTHDRW.
012500  COPY TSREC.
012600  COPY RUNLOCK.
012700  01  DL-RC-FILE-STATUS            PIC X(02).
012800  01  DL-RS-FILE-STATUS            PIC X(02).
012900  01  DL-CTL-FILE-STATUS           PIC X(02).
013000  01  DL-PC-FILE-STATUS            PIC X(02).
013100  01  DL-EXC-FILE-STATUS           PIC X(02).
013200  01  DL-EMP-FILE-STATUS           PIC X(02).
013300  01  DL-TS-FILE-STATUS            PIC X(02).
013400  01  DL-LOCK-FILE-STATUS          PIC X(02).
013500  01  DL-SESS-FILE-STATUS          PIC X(02).
013600  01  DL-OV-FILE-STATUS            PIC X(02).
013650  01  DL-PS-FILE-STATUS            PIC X(02).
013700  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
013800      88  DL-END-OF-FILE                      VALUE 'Y'.
013900  01  DL-MODE                      PIC X(01).
014000      88  DL-BATCH-MODE                       VALUE 'B' 'b'.
014100  01  DL-PAY-FREQ                  PIC X(01).
014200      88  DL-FREQ-MONTHLY                     VALUE 'M' 'm'.
014300  01  DL-COMPANY                   PIC X(02) VALUE '01'.
014400  01  DL-RUNCTL-SW                 PIC X(01) VALUE 'N'.
014500      88  DL-RUNCTL-OK                        VALUE 'Y'.
014600  01  DL-EMPMAST-SW                PIC X(01) VALUE 'N'.
014700      88  DL-EMPMAST-OPEN                     VALUE 'Y'.
014800  01  DL-RUN-NUMBER                PIC 9(06) VALUE 0.
014900  01  DL-PERIOD-START              PIC 9(08) VALUE 0.
015000  01  DL-PERIOD-END                PIC 9(08) VALUE 0.
015100  01  DL-AUTH-RESULT               PIC 9(01).
015110  01  DL-PERIOD-RESULT             PIC 9(01).
015120      88  DL-PERIOD-CLOSED                    VALUE 1.
015130  01  DL-CLOSE-RUN-NUMBER          PIC 9(06) VALUE 0.
015140  01  DL-PS-WANTED-COMPANY         PIC X(02).
015150  01  DL-PS-WANTED-FREQ            PIC X(01).
015160  01  DL-PS-RECORD-COMPANY         PIC X(02).
015170  01  DL-PS-RECORD-FREQ            PIC X(01).
015200  01  DL-OPERATOR-ID               PIC X(08) VALUE 'IGNOTO'.
015300  01  DL-AUTH-LEVEL                PIC X(01) VALUE SPACE.
015400      88  DL-OPER-SUPER                       VALUE 'S' 'U'.
015500  01  DL-ANSWER                    PIC X(01).
015600  01  DL-OVERRIDE-SW               PIC X(01) VALUE 'N'.
015700      88  DL-OVERRIDE-FOUND                   VALUE 'Y'.
015800  01  DL-OV-OPERATOR-ID            PIC X(08).
015900  01  DL-OV-DATE                   PIC 9(08).
016000  01  DL-OV-REASON                 PIC X(30).
016100  01  DL-CTL-PROGRAM-ID            PIC X(08) VALUE SPACES.
016200  01  DL-CTL-RECORD-COUNT          PIC 9(08) VALUE 0.
016300  01  DL-REASON                    PIC X(30).
016400*
016500*  ONE CHECKLIST LINE
016600*
016700  01  DL-CHECK-LINE.
016800      05  DL-CL-RESULT             PIC X(06).
016900      05  FILLER                   PIC X(02) VALUE SPACES.
017000      05  DL-CL-TEXT               PIC X(62).
017100  01  DL-NOGO-COUNT                PIC 9(02) VALUE 0.
017200  01  DL-WARN-COUNT                PIC 9(02) VALUE 0.
017300*
017400*  RUNSTAT SCAN
017500*
017600  01  DL-STAT-COUNT                PIC 9(04) VALUE 0.
017700  01  DL-FAILED-COUNT              PIC 9(04) VALUE 0.
017800  01  DL-RECON-DONE-SW             PIC X(01) VALUE 'N'.
017900      88  DL-RECON-DONE                       VALUE 'Y'.
018000  01  DL-BANKPAY-DONE-SW           PIC X(01) VALUE 'N'.
018100      88  DL-BANKPAY-DONE                     VALUE 'Y'.
018200  01  DL-LAST-STEP                 PIC X(08) VALUE SPACES.
018300*
018400*  PENDCHG / EXCFILE COUNTS
018500*
018600  01  DL-PEND-IBAN-COUNT           PIC 9(04) VALUE 0.
018700  01  DL-PEND-SAL-COUNT            PIC 9(04) VALUE 0.
018800  01  DL-FATAL-COUNT               PIC 9(04) VALUE 0.
018900  01  DL-FATAL-SHOWN               PIC 9(02) VALUE 0.
019000  01  DL-FATAL-MAX                 PIC 9(02) VALUE 10.
019100*
019200*  TIMESHEET COVERAGE BY COST CENTER
019300*
019400  01  DL-CC-MAX                    PIC 9(03) VALUE 200.
019500  01  DL-CC-USED                   PIC 9(03) VALUE 0.
019600  01  DL-CC-TABLE.
019700      05  DL-CC-ENTRY              OCCURS 200 TIMES.
019800          10  DL-CC-CODE           PIC X(04).
019900          10  DL-CC-EMP-COUNT      PIC 9(05).
020000          10  DL-CC-TS-COUNT       PIC 9(06).
020100  01  DL-CC-IDX                    PIC 9(03).
020200  01  DL-HIT                       PIC 9(03).
020300  01  DL-FOUND-SW                  PIC X(01).
020400      88  DL-CC-FOUND                         VALUE 'Y'.
020500  01  DL-SAVED-MATRICOLA           PIC X(05) VALUE SPACES.
020600  01  DL-SAVED-HIT                 PIC 9(03) VALUE 0.
020700  01  DL-CC-EMPTY-COUNT            PIC 9(03) VALUE 0.
020800  01  DL-TS-IN-PERIOD              PIC 9(06) VALUE 0.
020900  01  DL-EMP-COMPANY               PIC X(02).
021000  01  DL-ELIGIBLE-SW               PIC X(01).
021100      88  DL-ELIGIBLE                         VALUE 'Y'.
021200*
021300*  RUN LOCKS
021400*
021500  01  DL-LOCK-NAME                 PIC X(08).
021600  01  DL-LOCK-SW                   PIC X(01).
021700      88  DL-LOCK-READ                        VALUE 'Y'.
021800*
021900*  EDITED FIELDS FOR THE CHECKLIST TEXT
022000*
022100  01  DL-COUNT-ED                  PIC ZZZ9.
022200  01  DL-COUNT2-ED                 PIC ZZZZZ9.
022300*
022400  PROCEDURE DIVISION.
022500****************************************************************
022600*  0000-MAINLINE
022700****************************************************************
022800  0000-MAINLINE.
022900      MOVE 'PREFLT' TO RH-PROGRAM-NAME.
023000      MOVE 'PAYROLL READINESS CHECKLIST' TO RH-REPORT-TITLE.
023100      PERFORM 0100-GET-OPTIONS THRU 0100-GET-OPTIONS-EXIT.
023200      IF NOT DL-BATCH-MODE
023300          PERFORM 0300-READ-SESSION THRU 0300-READ-SESSION-EXIT
023400          CALL 'COMPAUTH' USING DL-COMPANY DL-AUTH-RESULT
023500          IF DL-AUTH-RESULT NOT = 0
023600              DISPLAY 'AZIENDA ' DL-COMPANY
023700                  ' NON AUTORIZZATA PER L''OPERATORE'
023800              MOVE 8 TO RETURN-CODE
023900              GOBACK
024000          END-IF
024100      END-IF.
024200      PERFORM 0200-READ-RUN-CONTROL
024300          THRU 0200-READ-RUN-CONTROL-EXIT.
024400      MOVE DL-COMPANY TO RH-COMPANY-CODE.
024500      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
024600      DISPLAY 'AZIENDA ' DL-COMPANY '  CORSA ' DL-RUN-NUMBER
024700          '  PERIODO ' DL-PERIOD-START ' - ' DL-PERIOD-END.
024800      DISPLAY ' '.
024900      PERFORM 0900-REPORT-RUN-CONTROL
025000          THRU 0900-REPORT-RUN-CONTROL-EXIT.
025100      IF DL-RUNCTL-OK
025200          PERFORM 1000-CHECK-RUN-STATS
025300              THRU 1000-CHECK-RUN-STATS-EXIT
025400          PERFORM 1500-CHECK-BANK-RETURN
025500              THRU 1500-CHECK-BANK-RETURN-EXIT
025510          PERFORM 1600-CHECK-PERIOD-CLOSED
025520              THRU 1600-CHECK-PERIOD-CLOSED-EXIT
025600      END-IF.
025700      OPEN INPUT EMPLOYEE-MASTER.
025800      IF DL-EMP-FILE-STATUS = '00'
025900          MOVE 'Y' TO DL-EMPMAST-SW
026000      ELSE
026100          MOVE 'NO-GO' TO DL-CL-RESULT
026200          MOVE SPACES TO DL-CL-TEXT
026300          STRING 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
026400              DL-EMP-FILE-STATUS DELIMITED BY SIZE
026500              INTO DL-CL-TEXT
026600          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
026700      END-IF.
026800      PERFORM 2000-CHECK-PENDING THRU 2000-CHECK-PENDING-EXIT.
026900      PERFORM 2500-CHECK-EXCEPTIONS
027000          THRU 2500-CHECK-EXCEPTIONS-EXIT.
027100      IF DL-RUNCTL-OK AND DL-EMPMAST-OPEN
027200          PERFORM 3000-CHECK-TIMESHEETS
027300              THRU 3000-CHECK-TIMESHEETS-EXIT
027400      END-IF.
027500      IF DL-EMPMAST-OPEN
027600          CLOSE EMPLOYEE-MASTER
027700      END-IF.
027800      PERFORM 3500-CHECK-LOCKS THRU 3500-CHECK-LOCKS-EXIT.
027900      DISPLAY ' '.
028000      IF DL-NOGO-COUNT = 0
028100          DISPLAY 'ESITO: VIA LIBERA (GO) - AVVISI: '
028200              DL-WARN-COUNT
028300          IF DL-WARN-COUNT > 0
028400              MOVE 4 TO RETURN-CODE
028500          ELSE
028600              MOVE 0 TO RETURN-CODE
028700          END-IF
028800      ELSE
028900          DISPLAY 'ESITO: NON PARTIRE (NO-GO) - CONTROLLI '
029000              'FALLITI: ' DL-NOGO-COUNT
029100          IF DL-BATCH-MODE
029200              PERFORM 5000-FIND-OVERRIDE
029300                  THRU 5000-FIND-OVERRIDE-EXIT
029400          ELSE
029500              PERFORM 6000-OFFER-OVERRIDE
029600                  THRU 6000-OFFER-OVERRIDE-EXIT
029700          END-IF
029800      END-IF.
029900      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
030000      GOBACK.
030100****************************************************************
030200*  0100-GET-OPTIONS
030300*  MODE AND PAY FREQUENCY CARDS; FROM THE MENU ALSO THE COMPANY.
030400****************************************************************
030500  0100-GET-OPTIONS.
030600      MOVE SPACE TO DL-MODE.
030700      ACCEPT DL-MODE.
030800      IF DL-BATCH-MODE
030900          MOVE SPACE TO DL-PAY-FREQ
031000          ACCEPT DL-PAY-FREQ
031100          GO TO 0100-GET-OPTIONS-EXIT
031200      END-IF.
031300      DISPLAY 'FREQUENZA DI PAGA (W/M, INVIO = W): '.
031400      MOVE SPACE TO DL-PAY-FREQ.
031500      ACCEPT DL-PAY-FREQ.
031600      DISPLAY 'AZIENDA (INVIO = 01): '.
031700      MOVE SPACES TO DL-COMPANY.
031800      ACCEPT DL-COMPANY.
031900      IF DL-COMPANY = SPACES
032000          MOVE '01' TO DL-COMPANY
032100      END-IF.
032200  0100-GET-OPTIONS-EXIT.
032300      EXIT.
032400****************************************************************
032500*  0200-READ-RUN-CONTROL
032600*  IN THE STREAM RUNCTL IS THE ONE RECORD RUNSEL SELECTED; FROM
032700*  THE MENU IT IS THE WHOLE SET AND THE COMPANY'S RECORD IS
032800*  LOOKED FOR (A BLANK RN-COMPANY MEANS 01, AS IN RUNSEL).
032900****************************************************************
033000  0200-READ-RUN-CONTROL.
033100      OPEN INPUT RUN-CONTROL.
033200      IF DL-RC-FILE-STATUS NOT = '00'
033300          GO TO 0200-READ-RUN-CONTROL-EXIT
033400      END-IF.
033500      MOVE 'N' TO DL-EOF-SW.
033600      PERFORM 0210-READ-ONE-CONTROL
033700          THRU 0210-READ-ONE-CONTROL-EXIT
033800          UNTIL DL-END-OF-FILE OR DL-RUNCTL-OK.
033900      CLOSE RUN-CONTROL.
034000  0200-READ-RUN-CONTROL-EXIT.
034100      EXIT.
034200  0210-READ-ONE-CONTROL.
034300      READ RUN-CONTROL
034400          AT END
034500              MOVE 'Y' TO DL-EOF-SW
034600              GO TO 0210-READ-ONE-CONTROL-EXIT
034700      END-READ.
034800      IF RN-COMPANY = SPACES
034900          MOVE '01' TO RN-COMPANY
035000      END-IF.
035100      IF NOT DL-BATCH-MODE AND RN-COMPANY NOT = DL-COMPANY
035200          GO TO 0210-READ-ONE-CONTROL-EXIT
035300      END-IF.
035400      MOVE 'Y' TO DL-RUNCTL-SW.
035500      MOVE RN-COMPANY TO DL-COMPANY.
035600      MOVE RN-RUN-NUMBER TO DL-RUN-NUMBER.
035700      MOVE RN-PERIOD-START TO DL-PERIOD-START.
035800      MOVE RN-PERIOD-END TO DL-PERIOD-END.
035900  0210-READ-ONE-CONTROL-EXIT.
036000      EXIT.
036100****************************************************************
036200*  0300-READ-SESSION
036300*  PICKS THE OPERATOR ID AND LEVEL UP FROM THE ONE-RECORD
036400*  OPERSESS FILE MENU WRITES AT SIGN-ON.  MISSING FILE = IGNOTO.
036500****************************************************************
036600  0300-READ-SESSION.
036700      OPEN INPUT OPERATOR-SESSION.
036800      IF DL-SESS-FILE-STATUS NOT = '00'
036900          GO TO 0300-READ-SESSION-EXIT
037000      END-IF.
037100      READ OPERATOR-SESSION
037200          AT END
037300              CONTINUE
037400          NOT AT END
037500              MOVE OS-OPERATOR-ID TO DL-OPERATOR-ID
037600              MOVE OS-AUTH-LEVEL TO DL-AUTH-LEVEL
037700      END-READ.
037800      CLOSE OPERATOR-SESSION.
037900  0300-READ-SESSION-EXIT.
038000      EXIT.
038100****************************************************************
038200*  0900-REPORT-RUN-CONTROL
038300*  CHECK 1 - A RUN PERIOD TO PAY.  WITHOUT ONE THE CHECKS THAT
038400*  NEED THE RUN NUMBER OR PERIOD ARE SKIPPED.
038500****************************************************************
038600  0900-REPORT-RUN-CONTROL.
038700      MOVE SPACES TO DL-CL-TEXT.
038800      IF DL-RC-FILE-STATUS NOT = '00'
038900          MOVE 'NO-GO' TO DL-CL-RESULT
039000          STRING 'RUNCTL NON DISPONIBILE - STATUS '
039100              DL-RC-FILE-STATUS DELIMITED BY SIZE
039200              INTO DL-CL-TEXT
039300          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
039400          GO TO 0900-REPORT-RUN-CONTROL-EXIT
039500      END-IF.
039600      IF NOT DL-RUNCTL-OK
039700          MOVE 'NO-GO' TO DL-CL-RESULT
039800          STRING 'RUNCTL VUOTO O SENZA RECORD PER L''AZIENDA '
039900              DL-COMPANY DELIMITED BY SIZE
040000              INTO DL-CL-TEXT
040100          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
040200          GO TO 0900-REPORT-RUN-CONTROL-EXIT
040300      END-IF.
040400      IF DL-PERIOD-START > DL-PERIOD-END
040500          MOVE 'NO-GO' TO DL-CL-RESULT
040600          MOVE 'RUNCTL: INIZIO PERIODO SUCCESSIVO ALLA FINE'
040700              TO DL-CL-TEXT
040800          MOVE 'N' TO DL-RUNCTL-SW
040900      ELSE
041000          MOVE 'OK' TO DL-CL-RESULT
041100          MOVE 'RUNCTL PRESENTE, PERIODO VALIDO' TO DL-CL-TEXT
041200      END-IF.
041300      PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT.
041400  0900-REPORT-RUN-CONTROL-EXIT.
041500      EXIT.
041600****************************************************************
041700*  1000-CHECK-RUN-STATS
041800*  CHECK 2 - CTLRECON ENDING CLEAN (RC 4 OR LESS) FOR THIS RUN
041900*  NUMBER MEANS THE RUN HAS ALREADY BEEN PAID AND THE PERIOD WAS
042000*  NOT ADVANCED.  STEPS OF THE RUN ALREADY ON RUNSTAT WITHOUT
042100*  CTLRECON MEAN A RESTART (PAYREST) - SHOWN, NOT A NO-GO.  THE
042200*  SAME SCAN NOTES A CLEAN BANKPAY FOR CHECK 3.
042300****************************************************************
042400  1000-CHECK-RUN-STATS.
042500      OPEN INPUT RUN-STATS.
042600      IF DL-RS-FILE-STATUS NOT = '00'
042700          MOVE 'OK' TO DL-CL-RESULT
042800          MOVE 'RUNSTAT ASSENTE - NESSUNA CORSA GIA'' ELABORATA'
042900              TO DL-CL-TEXT
043000          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
043100          GO TO 1000-CHECK-RUN-STATS-EXIT
043200      END-IF.
043300      MOVE 'N' TO DL-EOF-SW.
043400      PERFORM 1010-SCAN-ONE-STAT THRU 1010-SCAN-ONE-STAT-EXIT
043500          UNTIL DL-END-OF-FILE.
043600      CLOSE RUN-STATS.
043700      MOVE SPACES TO DL-CL-TEXT.
043800      IF DL-RECON-DONE
043900          MOVE 'NO-GO' TO DL-CL-RESULT
044000          STRING 'CORSA ' DL-RUN-NUMBER ' GIA'' COMPLETATA - '
044100              'AVANZARE IL PERIODO' DELIMITED BY SIZE
044200              INTO DL-CL-TEXT
044300          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
044400          GO TO 1000-CHECK-RUN-STATS-EXIT
044500      END-IF.
044600      MOVE 'OK' TO DL-CL-RESULT.
044700      IF DL-STAT-COUNT = 0
044800          STRING 'CORSA ' DL-RUN-NUMBER ' NON ANCORA ELABORATA'
044900              DELIMITED BY SIZE INTO DL-CL-TEXT
045000      ELSE
045100          MOVE DL-STAT-COUNT TO DL-COUNT-ED
045200          STRING 'RIPARTENZA: ' DL-COUNT-ED ' PASSI GIA'' SU '
045300              'RUNSTAT, ULTIMO ' DL-LAST-STEP
045400              DELIMITED BY SIZE INTO DL-CL-TEXT
045500      END-IF.
045600      PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT.
045700  1000-CHECK-RUN-STATS-EXIT.
045800      EXIT.
045900  1010-SCAN-ONE-STAT.
046000      READ RUN-STATS
046100          AT END
046200              MOVE 'Y' TO DL-EOF-SW
046300              GO TO 1010-SCAN-ONE-STAT-EXIT
046400      END-READ.
046500      IF RS-RUN-NUMBER NOT = DL-RUN-NUMBER
046600          GO TO 1010-SCAN-ONE-STAT-EXIT
046700      END-IF.
046800      ADD 1 TO DL-STAT-COUNT.
046900      MOVE RS-PROGRAM-ID TO DL-LAST-STEP.
047000      IF RS-COMPLETION-CODE > 4
047100          ADD 1 TO DL-FAILED-COUNT
047200          GO TO 1010-SCAN-ONE-STAT-EXIT
047300      END-IF.
047400      IF RS-PROGRAM-ID = 'CTLRECON'
047500          MOVE 'Y' TO DL-RECON-DONE-SW
047600      END-IF.
047700      IF RS-PROGRAM-ID = 'BANKPAY'
047800          MOVE 'Y' TO DL-BANKPAY-DONE-SW
047900      END-IF.
048000  1010-SCAN-ONE-STAT-EXIT.
048100      EXIT.
048200****************************************************************
048300*  1500-CHECK-BANK-RETURN
048400*  CHECK 3 - BANKPAY LEAVES ITS CONTROL TOTALS ON BNKCTL UNDER
048500*  ITS OWN NAME; BNKRET RESTAMPS THE RECORD WHEN THE BANK'S
048600*  RETURN IS PROCESSED.  A BANKPAY RECORD WITH PAYMENTS ON IT
048700*  FROM AN EARLIER RUN MEANS THE LAST BANK FILE WAS NEVER
048800*  RECONCILED.  (BANKPAY OF THIS RUN - A RESTART AFTER THE
048900*  BANK STEP - IS NOT A PENDING RETURN.)
049000****************************************************************
049100  1500-CHECK-BANK-RETURN.
049200      MOVE SPACES TO DL-CL-TEXT.
049300      OPEN INPUT BANK-CONTROL-FILE.
049400      IF DL-CTL-FILE-STATUS NOT = '00'
049500          MOVE 'OK' TO DL-CL-RESULT
049600          MOVE 'BNKCTL ASSENTE - NESSUN PAGAMENTO IN SOSPESO'
049700              TO DL-CL-TEXT
049800          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
049900          GO TO 1500-CHECK-BANK-RETURN-EXIT
050000      END-IF.
050100      READ BANK-CONTROL-FILE
050200          NOT AT END
050300              MOVE CT-PROGRAM-ID TO DL-CTL-PROGRAM-ID
050400              MOVE CT-RECORD-COUNT TO DL-CTL-RECORD-COUNT
050500      END-READ.
050600      CLOSE BANK-CONTROL-FILE.
050700      IF DL-CTL-PROGRAM-ID = 'BANKPAY' AND DL-CTL-RECORD-COUNT > 0
050800          AND NOT DL-BANKPAY-DONE
050900          MOVE 'NO-GO' TO DL-CL-RESULT
051000          MOVE DL-CTL-RECORD-COUNT TO DL-COUNT2-ED
051100          STRING 'RITORNO BANCA NON ELABORATO (' DL-COUNT2-ED
051200              ' PAGAMENTI) - ESEGUIRE BNKRET'
051300              DELIMITED BY SIZE INTO DL-CL-TEXT
051400      ELSE
051500          MOVE 'OK' TO DL-CL-RESULT
051600          MOVE 'RITORNO BANCA DELLA CORSA PRECEDENTE ELABORATO'
051700              TO DL-CL-TEXT
051800      END-IF.
051900      PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT.
052000  1500-CHECK-BANK-RETURN-EXIT.
052100      EXIT.
052110****************************************************************
052115*  1600-CHECK-PERIOD-CLOSED
052120*  CHECK 3B - PERCLOSE CLOSES THE PERIOD ONCE IT HAS BEEN PAID
052125*  AND BANKED.  PAYING A CLOSED PERIOD AGAIN MEANS RUNCTL WAS
052130*  NOT ADVANCED, OR THE RERUN WAS NOT CLEARED BY A SUPERVISOR
052132*  REOPENING THE PERIOD (PERCLOSE FROM THE MENU).  (THE CLOSE
052134*  OF THIS VERY RUN - A RESTART OF A STEP AFTER PERCLOSE, WITH
052136*  STEPS ALREADY ON RUNSTAT - IS ONLY AN AVVISO: THE RUN IS
052138*  FINISHED WITHOUT REOPENING A PERIOD ALREADY PAID.)
052140****************************************************************
052145  1600-CHECK-PERIOD-CLOSED.
052150      MOVE SPACES TO DL-CL-TEXT.
052155      CALL 'PERCHK' USING DL-COMPANY DL-PAY-FREQ DL-PERIOD-START
052160          DL-PERIOD-RESULT.
052170      IF NOT DL-PERIOD-CLOSED
052190          MOVE 'OK' TO DL-CL-RESULT
052195          MOVE 'PERIODO NON ANCORA CHIUSO' TO DL-CL-TEXT
052196          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
052197          GO TO 1600-CHECK-PERIOD-CLOSED-EXIT
052198      END-IF.
052199      PERFORM 1610-FIND-CLOSING-RUN
052200          THRU 1610-FIND-CLOSING-RUN-EXIT.
052201      IF DL-CLOSE-RUN-NUMBER = DL-RUN-NUMBER AND DL-STAT-COUNT > 0
052202          MOVE 'AVVISO' TO DL-CL-RESULT
052203          MOVE 'RIPARTENZA - PERIODO CHIUSO DA QUESTO RUN'
052204              TO DL-CL-TEXT
052205      ELSE
052206          MOVE 'NO-GO' TO DL-CL-RESULT
052207          MOVE 'PERIODO GIA'' CHIUSO - RIAPRIRLO PRIMA (PERCLOSE)'
052208              TO DL-CL-TEXT
052209      END-IF.
052210      PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT.
052215  1600-CHECK-PERIOD-CLOSED-EXIT.
052220      EXIT.
052221****************************************************************
052222*  1610-FIND-CLOSING-RUN
052223*  THE RUN NUMBER ON THE RECORD THAT DECIDES THE PERIOD IS
052224*  CLOSED: THE LAST ONE FOR THE COMPANY AND PAY FREQUENCY WHOSE
052225*  PERIOD CONTAINS THE RUNCTL PERIOD START - THE SAME RULE AND
052226*  BLANK DEFAULTS AS PERCHK.
052227****************************************************************
052228  1610-FIND-CLOSING-RUN.
052229      MOVE 0 TO DL-CLOSE-RUN-NUMBER.
052230      IF DL-COMPANY = SPACES
052231          MOVE '01' TO DL-PS-WANTED-COMPANY
052232      ELSE
052233          MOVE DL-COMPANY TO DL-PS-WANTED-COMPANY
052234      END-IF.
052235      IF DL-PAY-FREQ = SPACE
052236          MOVE 'W' TO DL-PS-WANTED-FREQ
052237      ELSE
052238          MOVE DL-PAY-FREQ TO DL-PS-WANTED-FREQ
052239      END-IF.
052240      OPEN INPUT PERIOD-STATUS.
052241      IF DL-PS-FILE-STATUS NOT = '00'
052242          GO TO 1610-FIND-CLOSING-RUN-EXIT
052243      END-IF.
052244      MOVE 'N' TO DL-EOF-SW.
052245      PERFORM 1620-SCAN-ONE-PERIOD THRU 1620-SCAN-ONE-PERIOD-EXIT
052246          UNTIL DL-END-OF-FILE.
052247      CLOSE PERIOD-STATUS.
052248  1610-FIND-CLOSING-RUN-EXIT.
052249      EXIT.
052250  1620-SCAN-ONE-PERIOD.
052251      READ PERIOD-STATUS
052252          AT END
052253              MOVE 'Y' TO DL-EOF-SW
052254              GO TO 1620-SCAN-ONE-PERIOD-EXIT
052255      END-READ.
052256      IF PS-COMPANY = SPACES
052257          MOVE '01' TO DL-PS-RECORD-COMPANY
052258      ELSE
052259          MOVE PS-COMPANY TO DL-PS-RECORD-COMPANY
052260      END-IF.
052261      IF PS-PAY-FREQ = SPACE
052262          MOVE 'W' TO DL-PS-RECORD-FREQ
052263      ELSE
052264          MOVE PS-PAY-FREQ TO DL-PS-RECORD-FREQ
052265      END-IF.
052266      IF DL-PS-RECORD-COMPANY NOT = DL-PS-WANTED-COMPANY
052267          OR DL-PS-RECORD-FREQ NOT = DL-PS-WANTED-FREQ
052268          OR DL-PERIOD-START < PS-PERIOD-START
052269          OR DL-PERIOD-START > PS-PERIOD-END
052270          GO TO 1620-SCAN-ONE-PERIOD-EXIT
052271      END-IF.
052272      MOVE PS-RUN-NUMBER TO DL-CLOSE-RUN-NUMBER.
052273  1620-SCAN-ONE-PERIOD-EXIT.
052274      EXIT.
052275****************************************************************
052300*  2000-CHECK-PENDING
052400*  CHECK 4 - CHANGES STILL AWAITING THE FOUR-EYES APPROVAL FOR
052500*  EMPLOYEES OF THE COMPANY.  A PENDING IBAN WOULD SEND THE PAY
052600*  TO THE OLD ACCOUNT: NO-GO.  A PENDING SALARY: AVVISO.
052700****************************************************************
052800  2000-CHECK-PENDING.
052900      OPEN INPUT PENDING-CHANGES.
053000      IF DL-PC-FILE-STATUS NOT = '00'
053100          MOVE 'OK' TO DL-CL-RESULT
053200          MOVE 'PENDCHG ASSENTE - NESSUNA VARIAZIONE IN ATTESA'
053300              TO DL-CL-TEXT
053400          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
053500          GO TO 2000-CHECK-PENDING-EXIT
053600      END-IF.
053700      MOVE 'N' TO DL-EOF-SW.
053800      PERFORM 2010-CHECK-ONE-PENDING
053900          THRU 2010-CHECK-ONE-PENDING-EXIT
054000          UNTIL DL-END-OF-FILE.
054100      CLOSE PENDING-CHANGES.
054200      MOVE SPACES TO DL-CL-TEXT.
054300      IF DL-PEND-IBAN-COUNT > 0
054400          MOVE 'NO-GO' TO DL-CL-RESULT
054500          MOVE DL-PEND-IBAN-COUNT TO DL-COUNT-ED
054600          STRING DL-COUNT-ED ' VARIAZIONI IBAN IN ATTESA DI '
054700              'APPROVAZIONE (PENDMNT)' DELIMITED BY SIZE
054800              INTO DL-CL-TEXT
054900      ELSE
055000          MOVE 'OK' TO DL-CL-RESULT
055100          MOVE 'NESSUNA VARIAZIONE IBAN IN ATTESA' TO DL-CL-TEXT
055200      END-IF.
055300      PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT.
055400      IF DL-PEND-SAL-COUNT > 0
055500          MOVE SPACES TO DL-CL-TEXT
055600          MOVE 'AVVISO' TO DL-CL-RESULT
055700          MOVE DL-PEND-SAL-COUNT TO DL-COUNT-ED
055800          STRING DL-COUNT-ED ' VARIAZIONI STIPENDIO IN ATTESA - '
055900              'PAGATO IL VECCHIO' DELIMITED BY SIZE
056000              INTO DL-CL-TEXT
056100          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
056200      END-IF.
056300  2000-CHECK-PENDING-EXIT.
056400      EXIT.
056500  2010-CHECK-ONE-PENDING.
056600      READ PENDING-CHANGES
056700          AT END
056800              MOVE 'Y' TO DL-EOF-SW
056900              GO TO 2010-CHECK-ONE-PENDING-EXIT
057000      END-READ.
057100      IF NOT PC-PENDING
057200          GO TO 2010-CHECK-ONE-PENDING-EXIT
057300      END-IF.
057400      IF DL-EMPMAST-OPEN
057500          MOVE PC-MATRICOLA TO EMP-MATRICOLA
057600          READ EMPLOYEE-MASTER
057700              INVALID KEY
057800                  MOVE DL-COMPANY TO EMP-COMPANY
057900          END-READ
058000          MOVE EMP-COMPANY TO DL-EMP-COMPANY
058100          IF DL-EMP-COMPANY = SPACES
058200              MOVE '01' TO DL-EMP-COMPANY
058300          END-IF
058400          IF DL-EMP-COMPANY NOT = DL-COMPANY
058500              GO TO 2010-CHECK-ONE-PENDING-EXIT
058600          END-IF
058700      END-IF.
058800      IF PC-FIELD-IBAN
058900          ADD 1 TO DL-PEND-IBAN-COUNT
059000      ELSE
059100          ADD 1 TO DL-PEND-SAL-COUNT
059200      END-IF.
059300  2010-CHECK-ONE-PENDING-EXIT.
059400      EXIT.
059500****************************************************************
059600*  2500-CHECK-EXCEPTIONS
059700*  CHECK 5 - SEVERITY 8 EXCEPTIONS NOT YET ACKNOWLEDGED IN
059800*  EXCMNT.  THE FIRST TEN ARE LISTED UNDER THE CHECK LINE.
059900****************************************************************
060000  2500-CHECK-EXCEPTIONS.
060100      OPEN INPUT EXCEPTION-FILE.
060200      IF DL-EXC-FILE-STATUS NOT = '00'
060300          MOVE 'OK' TO DL-CL-RESULT
060400          MOVE 'EXCFILE ASSENTE - NESSUNA ECCEZIONE APERTA'
060500              TO DL-CL-TEXT
060600          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
060700          GO TO 2500-CHECK-EXCEPTIONS-EXIT
060800      END-IF.
060900      MOVE 'N' TO DL-EOF-SW.
061000      PERFORM 2510-COUNT-ONE-EXCEPTION
061100          THRU 2510-COUNT-ONE-EXCEPTION-EXIT
061200          UNTIL DL-END-OF-FILE.
061300      CLOSE EXCEPTION-FILE.
061400      MOVE SPACES TO DL-CL-TEXT.
061500      IF DL-FATAL-COUNT = 0
061600          MOVE 'OK' TO DL-CL-RESULT
061700          MOVE 'NESSUNA ECCEZIONE GRAVE NON CONFERMATA'
061800              TO DL-CL-TEXT
061900          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
062000          GO TO 2500-CHECK-EXCEPTIONS-EXIT
062100      END-IF.
062200      MOVE 'NO-GO' TO DL-CL-RESULT.
062300      MOVE DL-FATAL-COUNT TO DL-COUNT-ED.
062400      STRING DL-COUNT-ED ' ECCEZIONI GRAVI (SEV 08) NON '
062500          'CONFERMATE (EXCMNT)' DELIMITED BY SIZE INTO DL-CL-TEXT.
062600      PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT.
062700      OPEN INPUT EXCEPTION-FILE.
062800      MOVE 'N' TO DL-EOF-SW.
062900      PERFORM 2520-LIST-ONE-EXCEPTION
063000          THRU 2520-LIST-ONE-EXCEPTION-EXIT
063100          UNTIL DL-END-OF-FILE OR DL-FATAL-SHOWN = DL-FATAL-MAX.
063200      CLOSE EXCEPTION-FILE.
063300  2500-CHECK-EXCEPTIONS-EXIT.
063400      EXIT.
063500  2510-COUNT-ONE-EXCEPTION.
063600      READ EXCEPTION-FILE
063700          AT END
063800              MOVE 'Y' TO DL-EOF-SW
063900              GO TO 2510-COUNT-ONE-EXCEPTION-EXIT
064000      END-READ.
064100      IF EX-SEVERITY NOT < 8 AND NOT EX-ACKED
064200          ADD 1 TO DL-FATAL-COUNT
064300      END-IF.
064400  2510-COUNT-ONE-EXCEPTION-EXIT.
064500      EXIT.
064600  2520-LIST-ONE-EXCEPTION.
064700      READ EXCEPTION-FILE
064800          AT END
064900              MOVE 'Y' TO DL-EOF-SW
065000              GO TO 2520-LIST-ONE-EXCEPTION-EXIT
065100      END-READ.
065200      IF EX-SEVERITY NOT < 8 AND NOT EX-ACKED
065300          ADD 1 TO DL-FATAL-SHOWN
065400          DISPLAY '          ' EX-RUN-DATE ' ' EX-PROGRAM-ID ' '
065500              EX-KEY ' ' EX-MESSAGE
065600      END-IF.
065700  2520-LIST-ONE-EXCEPTION-EXIT.
065800      EXIT.
065900****************************************************************
066000*  3000-CHECK-TIMESHEETS
066100*  CHECK 6 - THE EMPLOYEES TO BE PAID (ACTIVE, NOT ANONYMISED,
066200*  OF THE COMPANY AND PAY FREQUENCY, HIRED BY PERIOD END) ARE
066300*  COUNTED BY COST CENTER, THEN EVERY TIMESHTS/TSCLOCK RECORD
066400*  DATED IN THE PERIOD IS COUNTED AGAINST ITS EMPLOYEE'S COST
066500*  CENTER.  A COST CENTER WITH EMPLOYEES AND NO TIMESHEET AT
066600*  ALL MEANS A DEPARTMENT'S SHEETS WERE NEVER LOADED: NO-GO.
066700*  PAST DL-CC-MAX COST CENTERS THE REST ARE NOT CHECKED.
066800****************************************************************
066900  3000-CHECK-TIMESHEETS.
067000      MOVE 0 TO DL-CC-USED.
067100      MOVE 'N' TO DL-EOF-SW.
067200      MOVE LOW-VALUES TO EMP-MATRICOLA.
067300      START EMPLOYEE-MASTER KEY NOT < EMP-MATRICOLA
067400          INVALID KEY
067500              MOVE 'Y' TO DL-EOF-SW
067600      END-START.
067700      PERFORM 3010-LOAD-ONE-EMPLOYEE
067800          THRU 3010-LOAD-ONE-EMPLOYEE-EXIT
067900          UNTIL DL-END-OF-FILE.
068000      OPEN INPUT TIMESHEET-FILE.
068100      IF DL-TS-FILE-STATUS = '00'
068200          MOVE 'N' TO DL-EOF-SW
068300          PERFORM 3030-COUNT-ONE-TIMESHEET
068400              THRU 3030-COUNT-ONE-TIMESHEET-EXIT
068500              UNTIL DL-END-OF-FILE
068600          CLOSE TIMESHEET-FILE
068700      END-IF.
068800      OPEN INPUT CLOCK-FILE.
068900      IF DL-TS-FILE-STATUS = '00'
069000          MOVE 'N' TO DL-EOF-SW
069100          PERFORM 3040-COUNT-ONE-PUNCH
069200              THRU 3040-COUNT-ONE-PUNCH-EXIT
069300              UNTIL DL-END-OF-FILE
069400          CLOSE CLOCK-FILE
069500      END-IF.
069600      PERFORM 3060-REPORT-ONE-CENTER
069700          THRU 3060-REPORT-ONE-CENTER-EXIT
069800          VARYING DL-CC-IDX FROM 1 BY 1
069900          UNTIL DL-CC-IDX > DL-CC-USED.
070000      IF DL-CC-EMPTY-COUNT = 0
070100          MOVE SPACES TO DL-CL-TEXT
070200          MOVE 'OK' TO DL-CL-RESULT
070300          MOVE DL-CC-USED TO DL-COUNT-ED
070400          MOVE DL-TS-IN-PERIOD TO DL-COUNT2-ED
070500          STRING 'PRESENZE PER TUTTI I ' DL-COUNT-ED ' CENTRI ('
070600              DL-COUNT2-ED ' RECORD NEL PERIODO)'
070700              DELIMITED BY SIZE INTO DL-CL-TEXT
070800          PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT
070900      END-IF.
071000  3000-CHECK-TIMESHEETS-EXIT.
071100      EXIT.
071200  3010-LOAD-ONE-EMPLOYEE.
071300      READ EMPLOYEE-MASTER NEXT RECORD
071400          AT END
071500              MOVE 'Y' TO DL-EOF-SW
071600              GO TO 3010-LOAD-ONE-EMPLOYEE-EXIT
071700      END-READ.
071800      PERFORM 3050-CHECK-ELIGIBLE THRU 3050-CHECK-ELIGIBLE-EXIT.
071900      IF NOT DL-ELIGIBLE
072000          GO TO 3010-LOAD-ONE-EMPLOYEE-EXIT
072100      END-IF.
072200      PERFORM 3020-FIND-CENTER THRU 3020-FIND-CENTER-EXIT.
072300      IF DL-CC-FOUND
072400          ADD 1 TO DL-CC-EMP-COUNT (DL-HIT)
072500          GO TO 3010-LOAD-ONE-EMPLOYEE-EXIT
072600      END-IF.
072700      IF DL-CC-USED < DL-CC-MAX
072800          ADD 1 TO DL-CC-USED
072900          MOVE EMP-COST-CENTER TO DL-CC-CODE (DL-CC-USED)
073000          MOVE 1 TO DL-CC-EMP-COUNT (DL-CC-USED)
073100          MOVE 0 TO DL-CC-TS-COUNT (DL-CC-USED)
073200      END-IF.
073300  3010-LOAD-ONE-EMPLOYEE-EXIT.
073400      EXIT.
073500  3020-FIND-CENTER.
073600      MOVE 'N' TO DL-FOUND-SW.
073700      MOVE 0 TO DL-HIT.
073800      PERFORM 3025-MATCH-ONE-CENTER
073900          THRU 3025-MATCH-ONE-CENTER-EXIT
074000          VARYING DL-CC-IDX FROM 1 BY 1
074100          UNTIL DL-CC-IDX > DL-CC-USED OR DL-CC-FOUND.
074200  3020-FIND-CENTER-EXIT.
074300      EXIT.
074400  3025-MATCH-ONE-CENTER.
074500      IF DL-CC-CODE (DL-CC-IDX) = EMP-COST-CENTER
074600          MOVE 'Y' TO DL-FOUND-SW
074700          MOVE DL-CC-IDX TO DL-HIT
074800      END-IF.
074900  3025-MATCH-ONE-CENTER-EXIT.
075000      EXIT.
075100  3030-COUNT-ONE-TIMESHEET.
075200      READ TIMESHEET-FILE INTO TIMESHEET-RECORD
075300          AT END
075400              MOVE 'Y' TO DL-EOF-SW
075500              GO TO 3030-COUNT-ONE-TIMESHEET-EXIT
075600      END-READ.
075700      PERFORM 3045-COUNT-RECORD THRU 3045-COUNT-RECORD-EXIT.
075800  3030-COUNT-ONE-TIMESHEET-EXIT.
075900      EXIT.
076000  3040-COUNT-ONE-PUNCH.
076100      READ CLOCK-FILE INTO TIMESHEET-RECORD
076200          AT END
076300              MOVE 'Y' TO DL-EOF-SW
076400              GO TO 3040-COUNT-ONE-PUNCH-EXIT
076500      END-READ.
076600      PERFORM 3045-COUNT-RECORD THRU 3045-COUNT-RECORD-EXIT.
076700  3040-COUNT-ONE-PUNCH-EXIT.
076800      EXIT.
076900*
077000*  ONE TIMESHEET RECORD: THE COST CENTER OF THE LAST MATRICOLA
077100*  LOOKED UP IS KEPT, THE FILES BEING MOSTLY IN EMPLOYEE ORDER.
077200*
077300  3045-COUNT-RECORD.
077400      IF TS-DATE < DL-PERIOD-START OR TS-DATE > DL-PERIOD-END
077500          GO TO 3045-COUNT-RECORD-EXIT
077600      END-IF.
077700      IF TS-MATRICOLA NOT = DL-SAVED-MATRICOLA
077800          MOVE TS-MATRICOLA TO DL-SAVED-MATRICOLA
077900          MOVE 0 TO DL-SAVED-HIT
078000          MOVE TS-MATRICOLA TO EMP-MATRICOLA
078100          READ EMPLOYEE-MASTER
078200              INVALID KEY
078300                  GO TO 3045-COUNT-RECORD-EXIT
078400          END-READ
078500          PERFORM 3050-CHECK-ELIGIBLE
078600              THRU 3050-CHECK-ELIGIBLE-EXIT
078700          IF DL-ELIGIBLE
078800              PERFORM 3020-FIND-CENTER THRU 3020-FIND-CENTER-EXIT
078900              MOVE DL-HIT TO DL-SAVED-HIT
079000          END-IF
079100      END-IF.
079200      IF DL-SAVED-HIT > 0
079300          ADD 1 TO DL-CC-TS-COUNT (DL-SAVED-HIT)
079400          ADD 1 TO DL-TS-IN-PERIOD
079500      END-IF.
079600  3045-COUNT-RECORD-EXIT.
079700      EXIT.
079800  3050-CHECK-ELIGIBLE.
079900      MOVE 'N' TO DL-ELIGIBLE-SW.
080000      IF EMP-TERMINATED OR EMP-ANONYMISED
080100          GO TO 3050-CHECK-ELIGIBLE-EXIT
080200      END-IF.
080300      MOVE EMP-COMPANY TO DL-EMP-COMPANY.
080400      IF DL-EMP-COMPANY = SPACES
080500          MOVE '01' TO DL-EMP-COMPANY
080600      END-IF.
080700      IF DL-EMP-COMPANY NOT = DL-COMPANY
080800          GO TO 3050-CHECK-ELIGIBLE-EXIT
080900      END-IF.
081000      IF DL-FREQ-MONTHLY
081100          IF NOT EMP-MONTHLY
081200              GO TO 3050-CHECK-ELIGIBLE-EXIT
081300          END-IF
081400      ELSE
081500          IF NOT EMP-WEEKLY
081600              GO TO 3050-CHECK-ELIGIBLE-EXIT
081700          END-IF
081800      END-IF.
081900      IF EMP-DATA-ASSUNZIONE > DL-PERIOD-END
082000          GO TO 3050-CHECK-ELIGIBLE-EXIT
082100      END-IF.
082200      MOVE 'Y' TO DL-ELIGIBLE-SW.
082300  3050-CHECK-ELIGIBLE-EXIT.
082400      EXIT.
082500  3060-REPORT-ONE-CENTER.
082600      IF DL-CC-TS-COUNT (DL-CC-IDX) > 0
082700          GO TO 3060-REPORT-ONE-CENTER-EXIT
082800      END-IF.
082900      ADD 1 TO DL-CC-EMPTY-COUNT.
083000      MOVE SPACES TO DL-CL-TEXT.
083100      MOVE 'NO-GO' TO DL-CL-RESULT.
083200      MOVE DL-CC-EMP-COUNT (DL-CC-IDX) TO DL-COUNT2-ED.
083300      STRING 'CENTRO ' DL-CC-CODE (DL-CC-IDX) ': '
083400          DL-COUNT2-ED ' DIPENDENTI, NESSUNA PRESENZA NEL PERIODO'
083500          DELIMITED BY SIZE INTO DL-CL-TEXT.
083600      PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT.
083700  3060-REPORT-ONE-CENTER-EXIT.
083800      EXIT.
083900****************************************************************
084000*  3500-CHECK-LOCKS
084100*  CHECK 7 - A RUN LOCK STILL HELD MEANS A STEP ABENDED (OR IS
084200*  STILL RUNNING) AND THE NEXT RUN WOULD BE REFUSED BY IT.  A
084300*  MISSING LOCK FILE IS FREE.
084400****************************************************************
084500  3500-CHECK-LOCKS.
084600      MOVE 'N' TO DL-LOCK-SW.
084700      MOVE 'DAYSLOCK' TO DL-LOCK-NAME.
084800      OPEN INPUT DAYS-LOCK.
084900      IF DL-LOCK-FILE-STATUS = '00'
085000          READ DAYS-LOCK INTO RUN-LOCK-RECORD
085100              NOT AT END
085200                  MOVE 'Y' TO DL-LOCK-SW
085300          END-READ
085400          CLOSE DAYS-LOCK
085500      END-IF.
085600      PERFORM 3590-REPORT-LOCK THRU 3590-REPORT-LOCK-EXIT.
085700      MOVE 'N' TO DL-LOCK-SW.
085800      MOVE 'MAGLOCK' TO DL-LOCK-NAME.
085900      OPEN INPUT MAGG-LOCK.
086000      IF DL-LOCK-FILE-STATUS = '00'
086100          READ MAGG-LOCK INTO RUN-LOCK-RECORD
086200              NOT AT END
086300                  MOVE 'Y' TO DL-LOCK-SW
086400          END-READ
086500          CLOSE MAGG-LOCK
086600      END-IF.
086700      PERFORM 3590-REPORT-LOCK THRU 3590-REPORT-LOCK-EXIT.
086800      MOVE 'N' TO DL-LOCK-SW.
086900      MOVE 'NUMLOCK' TO DL-LOCK-NAME.
087000      OPEN INPUT NUMERIS-LOCK.
087100      IF DL-LOCK-FILE-STATUS = '00'
087200          READ NUMERIS-LOCK INTO RUN-LOCK-RECORD
087300              NOT AT END
087400                  MOVE 'Y' TO DL-LOCK-SW
087500          END-READ
087600          CLOSE NUMERIS-LOCK
087700      END-IF.
087800      PERFORM 3590-REPORT-LOCK THRU 3590-REPORT-LOCK-EXIT.
087900      MOVE 'N' TO DL-LOCK-SW.
088000      MOVE 'SRTLOCK' TO DL-LOCK-NAME.
088100      OPEN INPUT SORTING-LOCK.
088200      IF DL-LOCK-FILE-STATUS = '00'
088300          READ SORTING-LOCK INTO RUN-LOCK-RECORD
088400              NOT AT END
088500                  MOVE 'Y' TO DL-LOCK-SW
088600          END-READ
088700          CLOSE SORTING-LOCK
088800      END-IF.
088900      PERFORM 3590-REPORT-LOCK THRU 3590-REPORT-LOCK-EXIT.
089000  3500-CHECK-LOCKS-EXIT.
089100      EXIT.
089200  3590-REPORT-LOCK.
089300      MOVE SPACES TO DL-CL-TEXT.
089400      IF DL-LOCK-READ AND RL-LOCKED
089500          MOVE 'NO-GO' TO DL-CL-RESULT
089600          STRING DL-LOCK-NAME ' BLOCCATO DA ' RL-PROGRAM-ID
089700              ' IL ' RL-LOCK-DATE ' ALLE ' RL-LOCK-TIME
089800              DELIMITED BY SIZE INTO DL-CL-TEXT
089900      ELSE
090000          MOVE 'OK' TO DL-CL-RESULT
090100          STRING DL-LOCK-NAME ' LIBERO' DELIMITED BY SIZE
090200              INTO DL-CL-TEXT
090300      END-IF.
090400      PERFORM 8100-PRINT-CHECK THRU 8100-PRINT-CHECK-EXIT.
090500  3590-REPORT-LOCK-EXIT.
090600      EXIT.
090700****************************************************************
090800*  5000-FIND-OVERRIDE
090900*  STREAM NO-GO: A SUPERVISOR'S OVERRIDE ON PREFOVR FOR THIS RUN
091000*  NUMBER AND COMPANY LETS THE STREAM GO ON (RC 4), LOGGED AS A
091100*  SEVERITY 4 EXCEPTION.  OTHERWISE RC 8 AND RUNCTL IS EMPTIED.
091200****************************************************************
091300  5000-FIND-OVERRIDE.
091400      IF DL-RUNCTL-OK
091500          OPEN INPUT OVERRIDE-FILE
091600          IF DL-OV-FILE-STATUS = '00'
091700              MOVE 'N' TO DL-EOF-SW
091800              PERFORM 5010-SCAN-ONE-OVERRIDE
091900                  THRU 5010-SCAN-ONE-OVERRIDE-EXIT
092000                  UNTIL DL-END-OF-FILE OR DL-OVERRIDE-FOUND
092100              CLOSE OVERRIDE-FILE
092200          END-IF
092300      END-IF.
092400      IF DL-OVERRIDE-FOUND
092500          DISPLAY 'AVVIO FORZATO DA ' DL-OV-OPERATOR-ID ' IL '
092600              DL-OV-DATE ' - ' DL-OV-REASON
092700          PERFORM 9700-OPEN-EXCEPTION-FILE
092800              THRU 9700-OPEN-EXCEPTION-FILE-EXIT
092900          MOVE 4 TO EX-SEVERITY
093000          MOVE SPACES TO EX-KEY
093100          STRING 'RUN ' DL-RUN-NUMBER DELIMITED BY SIZE
093200              INTO EX-KEY
093300          MOVE SPACES TO EX-MESSAGE
093400          STRING 'AVVIO FORZATO DA ' DL-OV-OPERATOR-ID ': '
093500              DL-OV-REASON DELIMITED BY SIZE INTO EX-MESSAGE
093600          PERFORM 9800-WRITE-EXCEPTION
093700              THRU 9800-WRITE-EXCEPTION-EXIT
093800          CLOSE EXCEPTION-FILE
093900          MOVE 4 TO RETURN-CODE
094000          GO TO 5000-FIND-OVERRIDE-EXIT
094100      END-IF.
094200      OPEN OUTPUT RUN-CONTROL.
094300      CLOSE RUN-CONTROL.
094400      DISPLAY 'RUNCTL SVUOTATO - I PASSI SUCCESSIVI NON PARTONO'.
094500      MOVE 8 TO RETURN-CODE.
094600  5000-FIND-OVERRIDE-EXIT.
094700      EXIT.
094800  5010-SCAN-ONE-OVERRIDE.
094900      READ OVERRIDE-FILE
095000          AT END
095100              MOVE 'Y' TO DL-EOF-SW
095200              GO TO 5010-SCAN-ONE-OVERRIDE-EXIT
095300      END-READ.
095400      IF PO-RUN-NUMBER = DL-RUN-NUMBER AND PO-COMPANY = DL-COMPANY
095500          MOVE 'Y' TO DL-OVERRIDE-SW
095600          MOVE PO-OPERATOR-ID TO DL-OV-OPERATOR-ID
095700          MOVE PO-DATE TO DL-OV-DATE
095800          MOVE PO-REASON TO DL-OV-REASON
095900      END-IF.
096000  5010-SCAN-ONE-OVERRIDE-EXIT.
096100      EXIT.
096200****************************************************************
096300*  6000-OFFER-OVERRIDE
096400*  MENU NO-GO: ONLY A SUPERVISOR MAY FORCE THE RUN, AND ONLY FOR
096500*  A RUN PERIOD THAT EXISTS.  THE OVERRIDE IS APPENDED TO
096600*  PREFOVR FOR THE STREAM'S PREFLT STEP TO FIND.
096700****************************************************************
096800  6000-OFFER-OVERRIDE.
096900      MOVE 8 TO RETURN-CODE.
097000      IF NOT DL-RUNCTL-OK
097100          GO TO 6000-OFFER-OVERRIDE-EXIT
097200      END-IF.
097300      IF NOT DL-OPER-SUPER
097400          DISPLAY 'SOLO UN SUPERVISORE (LIVELLO S) PUO'' FORZARE '
097500              'L''AVVIO'
097600          GO TO 6000-OFFER-OVERRIDE-EXIT
097700      END-IF.
097800      DISPLAY 'FORZARE L''AVVIO DELLA CORSA ' DL-RUN-NUMBER
097900          '? (S/N): '.
098000      MOVE SPACE TO DL-ANSWER.
098100      ACCEPT DL-ANSWER.
098200      IF DL-ANSWER NOT = 'S' AND DL-ANSWER NOT = 's'
098300          GO TO 6000-OFFER-OVERRIDE-EXIT
098400      END-IF.
098500      DISPLAY 'MOTIVO: '.
098600      MOVE SPACES TO DL-REASON.
098700      ACCEPT DL-REASON.
098800      IF DL-REASON = SPACES
098900          DISPLAY 'MOTIVO OBBLIGATORIO - AVVIO NON FORZATO'
099000          GO TO 6000-OFFER-OVERRIDE-EXIT
099100      END-IF.
099200      OPEN EXTEND OVERRIDE-FILE.
099300      IF DL-OV-FILE-STATUS = '35'
099400          OPEN OUTPUT OVERRIDE-FILE
099500      END-IF.
099600      IF DL-OV-FILE-STATUS NOT = '00'
099700          DISPLAY 'IMPOSSIBILE SCRIVERE PREFOVR - STATUS '
099800              DL-OV-FILE-STATUS
099900          GO TO 6000-OFFER-OVERRIDE-EXIT
100000      END-IF.
100100      MOVE DL-RUN-NUMBER TO PO-RUN-NUMBER.
100200      MOVE DL-COMPANY TO PO-COMPANY.
100300      MOVE DL-OPERATOR-ID TO PO-OPERATOR-ID.
100400      ACCEPT PO-DATE FROM DATE YYYYMMDD.
100500      ACCEPT PO-TIME FROM TIME.
100600      MOVE DL-NOGO-COUNT TO PO-NOGO-COUNT.
100700      MOVE DL-REASON TO PO-REASON.
100800      WRITE PREFLIGHT-OVERRIDE-RECORD.
100900      CLOSE OVERRIDE-FILE.
101000      DISPLAY 'AVVIO FORZATO REGISTRATO SU PREFOVR'.
101100      MOVE 4 TO RETURN-CODE.
101200  6000-OFFER-OVERRIDE-EXIT.
101300      EXIT.
101400****************************************************************
101500*  8100-PRINT-CHECK
101600*  ONE CHECKLIST LINE, COUNTED BY ITS RESULT.
101700****************************************************************
101800  8100-PRINT-CHECK.
101900      IF DL-CL-RESULT = 'NO-GO'
102000          ADD 1 TO DL-NOGO-COUNT
102100      END-IF.
102200      IF DL-CL-RESULT = 'AVVISO'
102300          ADD 1 TO DL-WARN-COUNT
102400      END-IF.
102500      DISPLAY DL-CHECK-LINE.
102600  8100-PRINT-CHECK-EXIT.
102700      EXIT.
102800****************************************************************
102900*  9700/9800 - COMMON EXCEPTION FILE
103000****************************************************************
103100  9700-OPEN-EXCEPTION-FILE.
103200      OPEN EXTEND EXCEPTION-FILE.
103300      IF DL-EXC-FILE-STATUS = '35'
103400          OPEN OUTPUT EXCEPTION-FILE
103500          CLOSE EXCEPTION-FILE
103600          OPEN EXTEND EXCEPTION-FILE
103700      END-IF.
103800  9700-OPEN-EXCEPTION-FILE-EXIT.
103900      EXIT.
104000  9800-WRITE-EXCEPTION.
104100      MOVE 'PREFLT' TO EX-PROGRAM-ID.
104200      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
104300      ACCEPT EX-RUN-TIME FROM TIME.
104400      MOVE 'N' TO EX-ACK-FLAG.
104500      MOVE SPACES TO EX-ACK-OPERATOR.
104600      MOVE 0 TO EX-ACK-DATE.
104700      MOVE SPACES TO EX-ACK-NOTE.
104800      WRITE EXCEPTION-RECORD.
104900  9800-WRITE-EXCEPTION-EXIT.
105000      EXIT.
105100****************************************************************
105200*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
105300****************************************************************
105400  COPY RPTHDRP.
