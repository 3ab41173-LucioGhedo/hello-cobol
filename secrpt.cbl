000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SECRPT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  SECRPT
000900*  WEEKLY OPERATOR SECURITY REPORT OVER THE SECLOG SECURITY LOG
001000*  THAT MENU WRITES (SECLOG.CPY), FOR THE SEVEN DAYS ENDING ON
001100*  THE SYSIN DATE:
001200*    - ACTIVITY PER OPERATOR: SIGN-ONS, MENU CHOICES, WRONG
001300*      PASSWORDS, LOCKOUTS, REFUSALS AND OUT-OF-HOURS EVENTS
001400*    - EVERY REFUSED ATTEMPT (UNKNOWN ID, WRONG PASSWORD,
001500*      LOCKOUT, DISABLED ID, AUTHORITY REFUSAL)
001600*    - EVERY EVENT OUT OF HOURS: BEFORE PP-SEC-DAY-START, FROM
001700*      PP-SEC-DAY-END ON, OR ON A SATURDAY OR SUNDAY
001800*    - DORMANT OPERATOR IDS: ENABLED ON OPERFILE WITH NO GOOD
001900*      SIGN-ON ON THE WHOLE LOG IN THE LAST PP-SEC-DORMANT-DAYS,
002000*      FOR A SUPERVISOR TO DISABLE WITH OPRMNT.
002100*  SYSIN: CARD 1 LAST DAY OF THE WEEK (AAAAMMGG, BLANK = TODAY).
002200*  RC 4 = DORMANT IDS TO DISABLE OR A LOCKOUT IN THE WEEK;
002300*  RC 8 = NO OPERATOR FILE.
002400*  MOD HISTORY
002500*  15/10/2026 LG  NEW.
002600****************************************************************
002700  ENVIRONMENT DIVISION.
002800  CONFIGURATION SECTION.
002900  SOURCE-COMPUTER. IBM-PC.
003000  OBJECT-COMPUTER. IBM-PC.
003100  INPUT-OUTPUT SECTION.
003200  FILE-CONTROL.
003300      SELECT OPERATOR-FILE ASSIGN TO "OPERFILE"
003400          ORGANIZATION LINE SEQUENTIAL
003500          FILE STATUS IS DL-OPER-FILE-STATUS.
003600      SELECT SECURITY-LOG ASSIGN TO "SECLOG"
003700          ORGANIZATION LINE SEQUENTIAL
003800          FILE STATUS IS DL-SEC-FILE-STATUS.
003900      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
004000          ORGANIZATION LINE SEQUENTIAL
004100          FILE STATUS IS DL-PP-FILE-STATUS.
004200*
004300  DATA DIVISION.
004400  FILE SECTION.
004500  FD  OPERATOR-FILE.
004600  COPY OPERREC.
004700  FD  SECURITY-LOG.
004800  COPY SECLOG.
004900  FD  PAY-PARAMS.
005000  COPY PAYPARM.
005100*
005200  WORKING-STORAGE SECTION.
005300  COPY RPTHDRW.
005400  01  DL-OPER-FILE-STATUS          PIC X(02).
005500  01  DL-SEC-FILE-STATUS           PIC X(02).
005600  01  DL-PP-FILE-STATUS            PIC X(02).
005700  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
005800      88  DL-END-OF-FILE                      VALUE 'Y'.
005900  01  DL-LOG-SW                    PIC X(01) VALUE 'N'.
006000      88  DL-LOG-AVAILABLE                    VALUE 'Y'.
006100  01  DL-FOUND-SW                  PIC X(01).
006200      88  DL-FOUND                            VALUE 'Y'.
006300  01  DL-OUT-HOURS-SW              PIC X(01).
006400      88  DL-OUT-OF-HOURS                     VALUE 'Y'.
006500*
006600*  THE WEEK, THE DORMANCY CUTOFF AND THE WORKING HOURS.
006700*
006800  01  DL-END-DATE                  PIC 9(08) VALUE 0.
006900  01  DL-WEEK-START                PIC 9(08).
007000  01  DL-DORMANT-CUTOFF            PIC 9(08).
007100  01  DL-LOG-FIRST-DATE            PIC 9(08) VALUE 0.
007200  01  DL-DAY-START                 PIC 9(02).
007300  01  DL-DAY-END                   PIC 9(02).
007400  01  DL-DORMANT-DAYS              PIC 9(03).
007500*
007600*  CALENDAR ROLL-BACK (SAME G-MESE/LEAP RULES AS EXCRPT).
007700*
007800  01  DL-ROLL-DAYS                 PIC 9(03).
007900  01  DL-ROLL-I                    PIC 9(03).
008000  01  DL-ROLL-DATE                 PIC 9(08).
008100  01  DL-ROLL-DATE-R REDEFINES DL-ROLL-DATE.
008200      05  DL-ROLL-CCYY             PIC 9(04).
008300      05  DL-ROLL-MM               PIC 9(02).
008400      05  DL-ROLL-DD               PIC 9(02).
008500  01  GG                           PIC X(24) VALUE
008600          '312831303130313130313031'.
008700  01  TAB-GG REDEFINES GG.
008800      05  G-MESE OCCURS 12 TIMES   PIC 99.
008900  01  DL-YEAR-REM-4                PIC 9(04).
009000  01  DL-YEAR-REM-100              PIC 9(04).
009100  01  DL-YEAR-REM-400              PIC 9(04).
009200  01  DL-YEAR-QUOTIENT             PIC 9(04).
009300  01  DL-LEAP-SW                   PIC X(01) VALUE 'N'.
009400      88  DL-LEAP-YEAR                        VALUE 'Y'.
009500*
009600*  DAY OF THE WEEK OF A LOG DATE (WEEKDAY, 6 = SAT, 7 = SUN),
009700*  KEPT FOR THE LAST DATE ASKED.
009800*
009900  01  DL-WD-DATE                   PIC 9(08) VALUE 0.
010000  01  DL-WD-DATE-R REDEFINES DL-WD-DATE.
010100      05  DL-WD-YEAR               PIC 9(04).
010200      05  DL-WD-MONTH              PIC 9(02).
010300      05  DL-WD-DAY                PIC 9(02).
010400  01  DL-WD-CODE                   PIC 9(01) VALUE 0.
010500*
010600*  ONE ENTRY PER OPERATOR ON OPERFILE, PLUS EACH UNKNOWN ID
010700*  TRIED IN THE LOG.
010800*
010900  01  DL-OPER-COUNT                PIC 9(03) VALUE 0.
011000  01  DL-OPER-TABLE.
011100      05  DL-OPER-ENTRY OCCURS 500 TIMES
011200              INDEXED BY DL-OP-IDX.
011300          10  DL-OT-ID             PIC X(08).
011400          10  DL-OT-NAME           PIC X(20).
011500          10  DL-OT-AUTH           PIC X(01).
011600          10  DL-OT-STATUS         PIC X(01).
011700              88  DL-OT-DISABLED              VALUE 'D'.
011800          10  DL-OT-ON-FILE        PIC X(01).
011900              88  DL-OT-KNOWN                 VALUE 'Y'.
012000          10  DL-OT-LAST-SIGNON    PIC 9(08).
012100          10  DL-OT-SIGNONS        PIC 9(05).
012200          10  DL-OT-CHOICES        PIC 9(05).
012300          10  DL-OT-BAD-PWD        PIC 9(05).
012400          10  DL-OT-LOCKOUTS       PIC 9(05).
012500          10  DL-OT-REFUSALS       PIC 9(05).
012600          10  DL-OT-OUT-HOURS      PIC 9(05).
012700  01  DL-TABLE-FULL-COUNT          PIC 9(05) VALUE 0.
012800*
012900  01  DL-WEEK-EVENTS               PIC 9(07) VALUE 0.
013000  01  DL-REFUSED-COUNT             PIC 9(05) VALUE 0.
013100  01  DL-OUT-HOURS-COUNT           PIC 9(05) VALUE 0.
013200  01  DL-LOCKOUT-COUNT             PIC 9(05) VALUE 0.
013300  01  DL-DORMANT-COUNT             PIC 9(05) VALUE 0.
013400  01  DL-NEVER-COUNT               PIC 9(05) VALUE 0.
013500  01  DL-ACTIVE-COUNT              PIC 9(05) VALUE 0.
013600*
013700*  EVENT CODES AND THEIR DESCRIPTIONS (SECLOG.CPY).
013800*
013900  01  DL-EVENT-VALUES.
014000      05  FILLER                   PIC X(21) VALUE
014100          'NACCESSO'.
014200      05  FILLER                   PIC X(21) VALUE
014300          'UID SCONOSCIUTO'.
014400      05  FILLER                   PIC X(21) VALUE
014500          'FPASSWORD ERRATA'.
014600      05  FILLER                   PIC X(21) VALUE
014700          'LBLOCCO OPERATORE'.
014800      05  FILLER                   PIC X(21) VALUE
014900          'DID DISABILITATO'.
015000      05  FILLER                   PIC X(21) VALUE
015100          'MSCELTA MENU'.
015200      05  FILLER                   PIC X(21) VALUE
015300          'RAUTORIZZ. RIFIUTATA'.
015400      05  FILLER                   PIC X(21) VALUE
015500          'OUSCITA'.
015600  01  DL-EVENT-TABLE REDEFINES DL-EVENT-VALUES.
015700      05  DL-EVENT-ENTRY OCCURS 8 TIMES
015800              INDEXED BY DL-EV-IDX.
015900          10  DL-EV-CODE           PIC X(01).
016000          10  DL-EV-DESC           PIC X(20).
016100*
016200  01  DL-EDIT-DATE-IN              PIC 9(08).
016300  01  DL-EDIT-DATE-IN-R REDEFINES DL-EDIT-DATE-IN.
016400      05  DL-EDIT-CCYY             PIC 9(04).
016500      05  DL-EDIT-MM               PIC 9(02).
016600      05  DL-EDIT-DD               PIC 9(02).
016700  01  DL-EDIT-DATE.
016800      05  DL-ED-DD                 PIC 9(02).
016900      05  FILLER                   PIC X(01) VALUE '/'.
017000      05  DL-ED-MM                 PIC 9(02).
017100      05  FILLER                   PIC X(01) VALUE '/'.
017200      05  DL-ED-CCYY               PIC 9(04).
017300  01  DL-WEEK-START-EDIT           PIC X(10).
017400  01  DL-END-DATE-EDIT             PIC X(10).
017500*
017600*  REPORT LINES.
017700*
017800  01  DL-ACT-HEAD.
017900      05  FILLER                   PIC X(09) VALUE 'OPERAT.'.
018000      05  FILLER                   PIC X(21) VALUE 'NOME'.
018100      05  FILLER                   PIC X(04) VALUE 'LIV'.
018200      05  FILLER                   PIC X(06) VALUE 'ACCES'.
018300      05  FILLER                   PIC X(06) VALUE 'SCELT'.
018400      05  FILLER                   PIC X(06) VALUE 'PWDER'.
018500      05  FILLER                   PIC X(06) VALUE 'BLOCC'.
018600      05  FILLER                   PIC X(06) VALUE 'RIFIU'.
018700      05  FILLER                   PIC X(05) VALUE 'F.OR.'.
018800  01  DL-ACT-LINE.
018900      05  AL-ID                    PIC X(08).
019000      05  FILLER                   PIC X(01) VALUE SPACE.
019100      05  AL-NAME                  PIC X(20).
019200      05  FILLER                   PIC X(02) VALUE SPACES.
019300      05  AL-AUTH                  PIC X(01).
019400      05  FILLER                   PIC X(01) VALUE SPACE.
019500      05  AL-SIGNONS               PIC ZZZZ9.
019600      05  FILLER                   PIC X(01) VALUE SPACE.
019700      05  AL-CHOICES               PIC ZZZZ9.
019800      05  FILLER                   PIC X(01) VALUE SPACE.
019900      05  AL-BAD-PWD               PIC ZZZZ9.
020000      05  FILLER                   PIC X(01) VALUE SPACE.
020100      05  AL-LOCKOUTS              PIC ZZZZ9.
020200      05  FILLER                   PIC X(01) VALUE SPACE.
020300      05  AL-REFUSALS              PIC ZZZZ9.
020400      05  FILLER                   PIC X(01) VALUE SPACE.
020500      05  AL-OUT-HOURS             PIC ZZZZ9.
020600  01  DL-EVENT-LINE.
020700      05  EL-DATE                  PIC X(10).
020800      05  FILLER                   PIC X(01) VALUE SPACE.
020900      05  EL-HOUR                  PIC 9(02).
021000      05  FILLER                   PIC X(01) VALUE ':'.
021100      05  EL-MINUTE                PIC 9(02).
021200      05  FILLER                   PIC X(02) VALUE SPACES.
021300      05  EL-OPERATOR              PIC X(08).
021400      05  FILLER                   PIC X(02) VALUE SPACES.
021500      05  EL-DESC                  PIC X(20).
021600      05  FILLER                   PIC X(01) VALUE SPACE.
021700      05  EL-OPTION-LABEL          PIC X(08).
021800      05  EL-OPTION                PIC X(01).
021900  01  DL-DORMANT-LINE.
022000      05  DL-DL-ID                 PIC X(08).
022100      05  FILLER                   PIC X(01) VALUE SPACE.
022200      05  DL-DL-NAME               PIC X(20).
022300      05  FILLER                   PIC X(02) VALUE SPACES.
022400      05  DL-DL-AUTH               PIC X(01).
022500      05  FILLER                   PIC X(02) VALUE SPACES.
022600      05  DL-DL-LAST               PIC X(20).
022700*
022800  PROCEDURE DIVISION.
022900****************************************************************
023000*  0000-MAINLINE
023100****************************************************************
023200  0000-MAINLINE.
023300      MOVE 'SECRPT' TO RH-PROGRAM-NAME.
023400      MOVE 'OPERATOR SECURITY REPORT' TO RH-REPORT-TITLE.
023500      PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
023600      PERFORM 1500-LOAD-OPERATORS THRU 1500-LOAD-OPERATORS-EXIT.
023700      PERFORM 2000-SCAN-LOG THRU 2000-SCAN-LOG-EXIT.
023800      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
023900      DISPLAY 'SETTIMANA DAL ' DL-WEEK-START-EDIT
024000          ' AL ' DL-END-DATE-EDIT.
024100      IF NOT DL-LOG-AVAILABLE
024200          DISPLAY 'REGISTRO SICUREZZA SECLOG NON DISPONIBILE - '
024300              'STATUS ' DL-SEC-FILE-STATUS
024400      ELSE
024500          MOVE DL-LOG-FIRST-DATE TO DL-EDIT-DATE-IN
024600          PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT
024700          DISPLAY 'REGISTRO SICUREZZA INIZIATO IL ' DL-EDIT-DATE
024800      END-IF.
024900      PERFORM 3000-PRINT-ACTIVITY THRU 3000-PRINT-ACTIVITY-EXIT.
025000      PERFORM 4000-PRINT-EVENTS THRU 4000-PRINT-EVENTS-EXIT.
025100      PERFORM 5000-PRINT-DORMANT THRU 5000-PRINT-DORMANT-EXIT.
025200      IF DL-DORMANT-COUNT > 0 OR DL-LOCKOUT-COUNT > 0
025300          MOVE 4 TO RETURN-CODE
025400      END-IF.
025500      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
025600      GOBACK.
025700****************************************************************
025800*  1000-INITIALIZE
025900*  THE WEEK'S LAST DAY FROM SYSIN (BLANK OR ZERO = TODAY), THE
026000*  PAYPARM HOURS AND DORMANCY DAYS, AND THE TWO DATES ROLLED
026100*  BACK FROM IT: THE FIRST DAY OF THE WEEK AND THE DORMANCY
026200*  CUTOFF.
026300****************************************************************
026400  1000-INITIALIZE.
026500      ACCEPT DL-END-DATE.
026600      IF DL-END-DATE NOT NUMERIC OR DL-END-DATE = 0
026700          ACCEPT DL-END-DATE FROM DATE YYYYMMDD
026800      END-IF.
026900      PERFORM 1100-READ-PAY-PARAMS THRU 1100-READ-PAY-PARAMS-EXIT.
027000      MOVE DL-END-DATE TO DL-ROLL-DATE.
027100      MOVE 6 TO DL-ROLL-DAYS.
027200      PERFORM 1600-ROLL-BACK THRU 1600-ROLL-BACK-EXIT.
027300      MOVE DL-ROLL-DATE TO DL-WEEK-START.
027400      MOVE DL-END-DATE TO DL-ROLL-DATE.
027500      MOVE DL-DORMANT-DAYS TO DL-ROLL-DAYS.
027600      PERFORM 1600-ROLL-BACK THRU 1600-ROLL-BACK-EXIT.
027700      MOVE DL-ROLL-DATE TO DL-DORMANT-CUTOFF.
027800      MOVE DL-WEEK-START TO DL-EDIT-DATE-IN.
027900      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
028000      MOVE DL-EDIT-DATE TO DL-WEEK-START-EDIT.
028100      MOVE DL-END-DATE TO DL-EDIT-DATE-IN.
028200      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
028300      MOVE DL-EDIT-DATE TO DL-END-DATE-EDIT.
028400  1000-INITIALIZE-EXIT.
028500      EXIT.
028600****************************************************************
028700*  1100-READ-PAY-PARAMS
028800*  MISSING FILE OR A ZERO VALUE MEANS 07, 20 AND 90 DAYS.
028900****************************************************************
029000  1100-READ-PAY-PARAMS.
029100      MOVE 7 TO DL-DAY-START.
029200      MOVE 20 TO DL-DAY-END.
029300      MOVE 90 TO DL-DORMANT-DAYS.
029400      OPEN INPUT PAY-PARAMS.
029500      IF DL-PP-FILE-STATUS NOT = '00'
029600          GO TO 1100-READ-PAY-PARAMS-EXIT
029700      END-IF.
029800      READ PAY-PARAMS
029900          AT END
030000              CONTINUE
030100          NOT AT END
030200              IF PP-SEC-DAY-START > 0
030300                  MOVE PP-SEC-DAY-START TO DL-DAY-START
030400              END-IF
030500              IF PP-SEC-DAY-END > 0
030600                  MOVE PP-SEC-DAY-END TO DL-DAY-END
030700              END-IF
030800              IF PP-SEC-DORMANT-DAYS > 0
030900                  MOVE PP-SEC-DORMANT-DAYS TO DL-DORMANT-DAYS
031000              END-IF
031100      END-READ.
031200      CLOSE PAY-PARAMS.
031300  1100-READ-PAY-PARAMS-EXIT.
031400      EXIT.
031500****************************************************************
031600*  1500-LOAD-OPERATORS
031700*  EVERY OPERATOR ON OPERFILE INTO THE TABLE.  NO OPERATOR FILE,
031800*  NO REPORT.
031900****************************************************************
032000  1500-LOAD-OPERATORS.
032100      OPEN INPUT OPERATOR-FILE.
032200      IF DL-OPER-FILE-STATUS NOT = '00'
032300          DISPLAY 'FILE OPERATORI NON DISPONIBILE - STATUS '
032400              DL-OPER-FILE-STATUS
032500          MOVE 8 TO RETURN-CODE
032600          GOBACK
032700      END-IF.
032800      MOVE 'N' TO DL-EOF-SW.
032900      PERFORM 1510-LOAD-ONE-OPERATOR
033000          THRU 1510-LOAD-ONE-OPERATOR-EXIT
033100          UNTIL DL-END-OF-FILE.
033200      CLOSE OPERATOR-FILE.
033300  1500-LOAD-OPERATORS-EXIT.
033400      EXIT.
033500  1510-LOAD-ONE-OPERATOR.
033600      READ OPERATOR-FILE
033700          AT END
033800              MOVE 'Y' TO DL-EOF-SW
033900              GO TO 1510-LOAD-ONE-OPERATOR-EXIT
034000      END-READ.
034100      IF DL-OPER-COUNT >= 500
034200          ADD 1 TO DL-TABLE-FULL-COUNT
034300          GO TO 1510-LOAD-ONE-OPERATOR-EXIT
034400      END-IF.
034500      ADD 1 TO DL-OPER-COUNT.
034600      SET DL-OP-IDX TO DL-OPER-COUNT.
034700      PERFORM 1520-CLEAR-ENTRY THRU 1520-CLEAR-ENTRY-EXIT.
034800      MOVE OP-ID TO DL-OT-ID(DL-OP-IDX).
034900      MOVE OP-NAME TO DL-OT-NAME(DL-OP-IDX).
035000      MOVE OP-AUTH TO DL-OT-AUTH(DL-OP-IDX).
035100      MOVE OP-STATUS TO DL-OT-STATUS(DL-OP-IDX).
035200      MOVE 'Y' TO DL-OT-ON-FILE(DL-OP-IDX).
035300  1510-LOAD-ONE-OPERATOR-EXIT.
035400      EXIT.
035500  1520-CLEAR-ENTRY.
035600      MOVE SPACES TO DL-OT-NAME(DL-OP-IDX).
035700      MOVE SPACE TO DL-OT-AUTH(DL-OP-IDX).
035800      MOVE SPACE TO DL-OT-STATUS(DL-OP-IDX).
035900      MOVE 'N' TO DL-OT-ON-FILE(DL-OP-IDX).
036000      MOVE 0 TO DL-OT-LAST-SIGNON(DL-OP-IDX).
036100      MOVE 0 TO DL-OT-SIGNONS(DL-OP-IDX).
036200      MOVE 0 TO DL-OT-CHOICES(DL-OP-IDX).
036300      MOVE 0 TO DL-OT-BAD-PWD(DL-OP-IDX).
036400      MOVE 0 TO DL-OT-LOCKOUTS(DL-OP-IDX).
036500      MOVE 0 TO DL-OT-REFUSALS(DL-OP-IDX).
036600      MOVE 0 TO DL-OT-OUT-HOURS(DL-OP-IDX).
036700  1520-CLEAR-ENTRY-EXIT.
036800      EXIT.
036900****************************************************************
037000*  1600-ROLL-BACK
037100*  DL-ROLL-DATE MOVED BACK DL-ROLL-DAYS CALENDAR DAYS.
037200****************************************************************
037300  1600-ROLL-BACK.
037400      PERFORM 1610-SUBTRACT-ONE-DAY
037500          THRU 1610-SUBTRACT-ONE-DAY-EXIT
037600          VARYING DL-ROLL-I FROM 1 BY 1
037700          UNTIL DL-ROLL-I > DL-ROLL-DAYS.
037800  1600-ROLL-BACK-EXIT.
037900      EXIT.
038000  1610-SUBTRACT-ONE-DAY.
038100      IF DL-ROLL-DD > 1
038200          SUBTRACT 1 FROM DL-ROLL-DD
038300          GO TO 1610-SUBTRACT-ONE-DAY-EXIT
038400      END-IF.
038500      IF DL-ROLL-MM > 1
038600          SUBTRACT 1 FROM DL-ROLL-MM
038700      ELSE
038800          MOVE 12 TO DL-ROLL-MM
038900          SUBTRACT 1 FROM DL-ROLL-CCYY
039000      END-IF.
039100      PERFORM 1700-SET-FEBBRAIO-LIMIT
039200          THRU 1700-SET-FEBBRAIO-LIMIT-EXIT.
039300      MOVE G-MESE(DL-ROLL-MM) TO DL-ROLL-DD.
039400  1610-SUBTRACT-ONE-DAY-EXIT.
039500      EXIT.
039600  1700-SET-FEBBRAIO-LIMIT.
039700      MOVE 'N' TO DL-LEAP-SW.
039800      DIVIDE DL-ROLL-CCYY BY 4 GIVING DL-YEAR-QUOTIENT
039900          REMAINDER DL-YEAR-REM-4.
040000      IF DL-YEAR-REM-4 = 0
040100          MOVE 'Y' TO DL-LEAP-SW
040200          DIVIDE DL-ROLL-CCYY BY 100 GIVING DL-YEAR-QUOTIENT
040300              REMAINDER DL-YEAR-REM-100
040400          IF DL-YEAR-REM-100 = 0
040500              MOVE 'N' TO DL-LEAP-SW
040600              DIVIDE DL-ROLL-CCYY BY 400
040700                  GIVING DL-YEAR-QUOTIENT
040800                  REMAINDER DL-YEAR-REM-400
040900              IF DL-YEAR-REM-400 = 0
041000                  MOVE 'Y' TO DL-LEAP-SW
041100              END-IF
041200          END-IF
041300      END-IF.
041400      IF DL-LEAP-YEAR
041500          MOVE 29 TO G-MESE(2)
041600      ELSE
041700          MOVE 28 TO G-MESE(2)
041800      END-IF.
041900  1700-SET-FEBBRAIO-LIMIT-EXIT.
042000      EXIT.
042100****************************************************************
042200*  2000-SCAN-LOG
042300*  ONE PASS OVER THE WHOLE LOG: THE LAST GOOD SIGN-ON OF EVERY
042400*  OPERATOR, AND THE COUNTS OF THE EVENTS INSIDE THE WEEK.  AN
042500*  UNKNOWN ID TRIED AT SIGN-ON GETS AN ENTRY OF ITS OWN.
042600****************************************************************
042700  2000-SCAN-LOG.
042800      OPEN INPUT SECURITY-LOG.
042900      IF DL-SEC-FILE-STATUS NOT = '00'
043000          GO TO 2000-SCAN-LOG-EXIT
043100      END-IF.
043200      MOVE 'Y' TO DL-LOG-SW.
043300      MOVE 'N' TO DL-EOF-SW.
043400      PERFORM 2100-SCAN-ONE-EVENT THRU 2100-SCAN-ONE-EVENT-EXIT
043500          UNTIL DL-END-OF-FILE.
043600      CLOSE SECURITY-LOG.
043700  2000-SCAN-LOG-EXIT.
043800      EXIT.
043900  2100-SCAN-ONE-EVENT.
044000      READ SECURITY-LOG
044100          AT END
044200              MOVE 'Y' TO DL-EOF-SW
044300              GO TO 2100-SCAN-ONE-EVENT-EXIT
044400      END-READ.
044500      IF DL-LOG-FIRST-DATE = 0 OR SL-DATE < DL-LOG-FIRST-DATE
044600          MOVE SL-DATE TO DL-LOG-FIRST-DATE
044700      END-IF.
044800      PERFORM 2200-FIND-OPERATOR THRU 2200-FIND-OPERATOR-EXIT.
044900      IF NOT DL-FOUND
045000          GO TO 2100-SCAN-ONE-EVENT-EXIT
045100      END-IF.
045200      IF SL-SIGN-ON AND SL-DATE > DL-OT-LAST-SIGNON(DL-OP-IDX)
045300          MOVE SL-DATE TO DL-OT-LAST-SIGNON(DL-OP-IDX)
045400      END-IF.
045500      IF SL-DATE < DL-WEEK-START OR SL-DATE > DL-END-DATE
045600          GO TO 2100-SCAN-ONE-EVENT-EXIT
045700      END-IF.
045800      ADD 1 TO DL-WEEK-EVENTS.
045900      EVALUATE TRUE
046000          WHEN SL-SIGN-ON
046100              ADD 1 TO DL-OT-SIGNONS(DL-OP-IDX)
046200          WHEN SL-SELECTION
046300              ADD 1 TO DL-OT-CHOICES(DL-OP-IDX)
046400          WHEN SL-BAD-PASSWORD
046500              ADD 1 TO DL-OT-BAD-PWD(DL-OP-IDX)
046600          WHEN SL-LOCKOUT
046700              ADD 1 TO DL-OT-LOCKOUTS(DL-OP-IDX)
046800              ADD 1 TO DL-LOCKOUT-COUNT
046900          WHEN SL-UNKNOWN-ID
047000          WHEN SL-DISABLED-TRY
047100          WHEN SL-REFUSAL
047200              ADD 1 TO DL-OT-REFUSALS(DL-OP-IDX)
047300          WHEN OTHER
047400              CONTINUE
047500      END-EVALUATE.
047600      PERFORM 2300-CHECK-HOURS THRU 2300-CHECK-HOURS-EXIT.
047700      IF DL-OUT-OF-HOURS
047800          ADD 1 TO DL-OT-OUT-HOURS(DL-OP-IDX)
047900      END-IF.
048000  2100-SCAN-ONE-EVENT-EXIT.
048100      EXIT.
048200****************************************************************
048300*  2200-FIND-OPERATOR
048400*  SL-OPERATOR-ID IN THE TABLE (DL-OP-IDX); A NEW ENTRY FOR AN
048500*  ID NOT ON OPERFILE WHILE THERE IS ROOM.
048600****************************************************************
048700  2200-FIND-OPERATOR.
048800      MOVE 'N' TO DL-FOUND-SW.
048900      IF DL-OPER-COUNT > 0
049000          SET DL-OP-IDX TO 1
049100          SEARCH DL-OPER-ENTRY
049200              AT END
049300                  CONTINUE
049400              WHEN DL-OP-IDX > DL-OPER-COUNT
049500                  CONTINUE
049600              WHEN DL-OT-ID(DL-OP-IDX) = SL-OPERATOR-ID
049700                  MOVE 'Y' TO DL-FOUND-SW
049800          END-SEARCH
049900      END-IF.
050000      IF DL-FOUND
050100          GO TO 2200-FIND-OPERATOR-EXIT
050200      END-IF.
050300      IF DL-OPER-COUNT >= 500
050400          ADD 1 TO DL-TABLE-FULL-COUNT
050500          GO TO 2200-FIND-OPERATOR-EXIT
050600      END-IF.
050700      ADD 1 TO DL-OPER-COUNT.
050800      SET DL-OP-IDX TO DL-OPER-COUNT.
050900      PERFORM 1520-CLEAR-ENTRY THRU 1520-CLEAR-ENTRY-EXIT.
051000      MOVE SL-OPERATOR-ID TO DL-OT-ID(DL-OP-IDX).
051100      MOVE '* NON IN OPERFILE *' TO DL-OT-NAME(DL-OP-IDX).
051200      MOVE 'Y' TO DL-FOUND-SW.
051300  2200-FIND-OPERATOR-EXIT.
051400      EXIT.
051500****************************************************************
051600*  2300-CHECK-HOURS
051700*  THE CURRENT LOG RECORD IS OUT OF HOURS WHEN ITS HOUR IS
051800*  BEFORE DL-DAY-START OR FROM DL-DAY-END ON, OR ITS DATE IS A
051900*  SATURDAY OR SUNDAY.
052000****************************************************************
052100  2300-CHECK-HOURS.
052200      MOVE 'N' TO DL-OUT-HOURS-SW.
052300      IF SL-HOUR < DL-DAY-START OR SL-HOUR >= DL-DAY-END
052400          MOVE 'Y' TO DL-OUT-HOURS-SW
052500          GO TO 2300-CHECK-HOURS-EXIT
052600      END-IF.
052700      IF SL-DATE NOT = DL-WD-DATE
052800          MOVE SL-DATE TO DL-WD-DATE
052900          CALL 'WEEKDAY' USING DL-WD-DAY DL-WD-MONTH DL-WD-YEAR
053000              DL-WD-CODE
053100      END-IF.
053200      IF DL-WD-CODE > 5
053300          MOVE 'Y' TO DL-OUT-HOURS-SW
053400      END-IF.
053500  2300-CHECK-HOURS-EXIT.
053600      EXIT.
053700****************************************************************
053800*  3000-PRINT-ACTIVITY
053900*  ONE LINE PER OPERATOR WITH ANY EVENT IN THE WEEK.
054000****************************************************************
054100  3000-PRINT-ACTIVITY.
054200      DISPLAY ' '.
054300      DISPLAY '--- ATTIVITA'' PER OPERATORE ---'.
054400      DISPLAY DL-ACT-HEAD.
054500      PERFORM 3100-PRINT-ONE-OPERATOR
054600          THRU 3100-PRINT-ONE-OPERATOR-EXIT
054700          VARYING DL-OP-IDX FROM 1 BY 1
054800          UNTIL DL-OP-IDX > DL-OPER-COUNT.
054900      IF DL-ACTIVE-COUNT = 0
055000          DISPLAY 'NESSUNA ATTIVITA'' NELLA SETTIMANA'
055100      END-IF.
055200      DISPLAY 'EVENTI NELLA SETTIMANA : ' DL-WEEK-EVENTS.
055300      IF DL-TABLE-FULL-COUNT > 0
055400          DISPLAY 'OLTRE 500 OPERATORI - ' DL-TABLE-FULL-COUNT
055500              ' EVENTI/OPERATORI NON CONTEGGIATI'
055600      END-IF.
055700  3000-PRINT-ACTIVITY-EXIT.
055800      EXIT.
055900  3100-PRINT-ONE-OPERATOR.
056000      IF DL-OT-SIGNONS(DL-OP-IDX) = 0
056100              AND DL-OT-CHOICES(DL-OP-IDX) = 0
056200              AND DL-OT-BAD-PWD(DL-OP-IDX) = 0
056300              AND DL-OT-LOCKOUTS(DL-OP-IDX) = 0
056400              AND DL-OT-REFUSALS(DL-OP-IDX) = 0
056500              AND DL-OT-OUT-HOURS(DL-OP-IDX) = 0
056600          GO TO 3100-PRINT-ONE-OPERATOR-EXIT
056700      END-IF.
056800      ADD 1 TO DL-ACTIVE-COUNT.
056900      MOVE DL-OT-ID(DL-OP-IDX) TO AL-ID.
057000      MOVE DL-OT-NAME(DL-OP-IDX) TO AL-NAME.
057100      MOVE DL-OT-AUTH(DL-OP-IDX) TO AL-AUTH.
057200      MOVE DL-OT-SIGNONS(DL-OP-IDX) TO AL-SIGNONS.
057300      MOVE DL-OT-CHOICES(DL-OP-IDX) TO AL-CHOICES.
057400      MOVE DL-OT-BAD-PWD(DL-OP-IDX) TO AL-BAD-PWD.
057500      MOVE DL-OT-LOCKOUTS(DL-OP-IDX) TO AL-LOCKOUTS.
057600      MOVE DL-OT-REFUSALS(DL-OP-IDX) TO AL-REFUSALS.
057700      MOVE DL-OT-OUT-HOURS(DL-OP-IDX) TO AL-OUT-HOURS.
057800      DISPLAY DL-ACT-LINE.
057900  3100-PRINT-ONE-OPERATOR-EXIT.
058000      EXIT.
058100****************************************************************
058200*  4000-PRINT-EVENTS
058300*  TWO MORE PASSES OVER THE LOG FOR THE WEEK'S DETAIL: FIRST
058400*  EVERY REFUSED ATTEMPT, THEN EVERY EVENT OUT OF HOURS.
058500****************************************************************
058600  4000-PRINT-EVENTS.
058700      IF NOT DL-LOG-AVAILABLE
058800          GO TO 4000-PRINT-EVENTS-EXIT
058900      END-IF.
059000      DISPLAY ' '.
059100      DISPLAY '--- TENTATIVI RIFIUTATI ---'.
059200      OPEN INPUT SECURITY-LOG.
059300      MOVE 'N' TO DL-EOF-SW.
059400      PERFORM 4100-PRINT-ONE-REFUSED
059500          THRU 4100-PRINT-ONE-REFUSED-EXIT
059600          UNTIL DL-END-OF-FILE.
059700      CLOSE SECURITY-LOG.
059800      DISPLAY 'TOTALE RIFIUTATI       : ' DL-REFUSED-COUNT.
059900      DISPLAY ' '.
060000      DISPLAY '--- USO FUORI ORARIO (PRIMA DELLE ' DL-DAY-START
060100          ', DALLE ' DL-DAY-END ', SABATO E DOMENICA) ---'.
060200      OPEN INPUT SECURITY-LOG.
060300      MOVE 'N' TO DL-EOF-SW.
060400      PERFORM 4200-PRINT-ONE-OUT-HOURS
060500          THRU 4200-PRINT-ONE-OUT-HOURS-EXIT
060600          UNTIL DL-END-OF-FILE.
060700      CLOSE SECURITY-LOG.
060800      DISPLAY 'TOTALE FUORI ORARIO    : ' DL-OUT-HOURS-COUNT.
060900  4000-PRINT-EVENTS-EXIT.
061000      EXIT.
061100  4100-PRINT-ONE-REFUSED.
061200      READ SECURITY-LOG
061300          AT END
061400              MOVE 'Y' TO DL-EOF-SW
061500              GO TO 4100-PRINT-ONE-REFUSED-EXIT
061600      END-READ.
061700      IF SL-DATE < DL-WEEK-START OR SL-DATE > DL-END-DATE
061800              OR NOT SL-REFUSED-ATTEMPT
061900          GO TO 4100-PRINT-ONE-REFUSED-EXIT
062000      END-IF.
062100      ADD 1 TO DL-REFUSED-COUNT.
062200      PERFORM 4500-PRINT-EVENT THRU 4500-PRINT-EVENT-EXIT.
062300  4100-PRINT-ONE-REFUSED-EXIT.
062400      EXIT.
062500  4200-PRINT-ONE-OUT-HOURS.
062600      READ SECURITY-LOG
062700          AT END
062800              MOVE 'Y' TO DL-EOF-SW
062900              GO TO 4200-PRINT-ONE-OUT-HOURS-EXIT
063000      END-READ.
063100      IF SL-DATE < DL-WEEK-START OR SL-DATE > DL-END-DATE
063200          GO TO 4200-PRINT-ONE-OUT-HOURS-EXIT
063300      END-IF.
063400      PERFORM 2300-CHECK-HOURS THRU 2300-CHECK-HOURS-EXIT.
063500      IF NOT DL-OUT-OF-HOURS
063600          GO TO 4200-PRINT-ONE-OUT-HOURS-EXIT
063700      END-IF.
063800      ADD 1 TO DL-OUT-HOURS-COUNT.
063900      PERFORM 4500-PRINT-EVENT THRU 4500-PRINT-EVENT-EXIT.
064000  4200-PRINT-ONE-OUT-HOURS-EXIT.
064100      EXIT.
064200****************************************************************
064300*  4500-PRINT-EVENT
064400*  ONE LOG RECORD: DATE, TIME, OPERATOR, EVENT AND MENU CHOICE.
064500****************************************************************
064600  4500-PRINT-EVENT.
064700      MOVE SL-DATE TO DL-EDIT-DATE-IN.
064800      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
064900      MOVE DL-EDIT-DATE TO EL-DATE.
065000      MOVE SL-HOUR TO EL-HOUR.
065100      MOVE SL-MINUTE TO EL-MINUTE.
065200      MOVE SL-OPERATOR-ID TO EL-OPERATOR.
065300      MOVE SL-EVENT TO EL-DESC.
065400      SET DL-EV-IDX TO 1.
065500      SEARCH DL-EVENT-ENTRY
065600          AT END
065700              CONTINUE
065800          WHEN DL-EV-CODE(DL-EV-IDX) = SL-EVENT
065900              MOVE DL-EV-DESC(DL-EV-IDX) TO EL-DESC
066000      END-SEARCH.
066100      IF SL-OPTION = SPACE
066200          MOVE SPACES TO EL-OPTION-LABEL
066300      ELSE
066400          MOVE 'OPZIONE ' TO EL-OPTION-LABEL
066500      END-IF.
066600      MOVE SL-OPTION TO EL-OPTION.
066700      DISPLAY DL-EVENT-LINE.
066800  4500-PRINT-EVENT-EXIT.
066900      EXIT.
067000****************************************************************
067100*  5000-PRINT-DORMANT
067200*  OPERATORS ON OPERFILE, NOT DISABLED, WITHOUT A GOOD SIGN-ON
067300*  ON OR AFTER THE DORMANCY CUTOFF.  ONE NEVER SEEN ON A LOG
067400*  YOUNGER THAN THE CUTOFF IS LISTED TOO, BUT MARKED.
067500****************************************************************
067600  5000-PRINT-DORMANT.
067700      MOVE DL-DORMANT-CUTOFF TO DL-EDIT-DATE-IN.
067800      PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT.
067900      DISPLAY ' '.
068000      DISPLAY '--- OPERATORI DORMIENTI (NESSUN ACCESSO DAL '
068100          DL-EDIT-DATE ') ---'.
068200      PERFORM 5100-CHECK-ONE-DORMANT
068300          THRU 5100-CHECK-ONE-DORMANT-EXIT
068400          VARYING DL-OP-IDX FROM 1 BY 1
068500          UNTIL DL-OP-IDX > DL-OPER-COUNT.
068600      DISPLAY 'TOTALE DORMIENTI       : ' DL-DORMANT-COUNT.
068700      IF DL-DORMANT-COUNT > 0
068800          DISPLAY 'DA DISABILITARE CON OPRMNT (MENU OPZIONE C)'
068900      END-IF.
069000      IF DL-NEVER-COUNT > 0
069100          DISPLAY '(*) REGISTRO PIU'' RECENTE DEL LIMITE - '
069200              'VERIFICARE PRIMA DI DISABILITARE'
069300      END-IF.
069400  5000-PRINT-DORMANT-EXIT.
069500      EXIT.
069600  5100-CHECK-ONE-DORMANT.
069700      IF NOT DL-OT-KNOWN(DL-OP-IDX) OR DL-OT-DISABLED(DL-OP-IDX)
069800          GO TO 5100-CHECK-ONE-DORMANT-EXIT
069900      END-IF.
070000      IF DL-OT-LAST-SIGNON(DL-OP-IDX) >= DL-DORMANT-CUTOFF
070100          GO TO 5100-CHECK-ONE-DORMANT-EXIT
070200      END-IF.
070300      ADD 1 TO DL-DORMANT-COUNT.
070400      MOVE DL-OT-ID(DL-OP-IDX) TO DL-DL-ID.
070500      MOVE DL-OT-NAME(DL-OP-IDX) TO DL-DL-NAME.
070600      MOVE DL-OT-AUTH(DL-OP-IDX) TO DL-DL-AUTH.
070700      IF DL-OT-LAST-SIGNON(DL-OP-IDX) > 0
070800          MOVE DL-OT-LAST-SIGNON(DL-OP-IDX) TO DL-EDIT-DATE-IN
070900          PERFORM 8300-EDIT-DATE THRU 8300-EDIT-DATE-EXIT
071000          MOVE SPACES TO DL-DL-LAST
071100          STRING 'ULTIMO ' DELIMITED BY SIZE
071200              DL-EDIT-DATE DELIMITED BY SIZE
071300              INTO DL-DL-LAST
071400      ELSE
071500          IF DL-LOG-FIRST-DATE = 0
071600                  OR DL-LOG-FIRST-DATE > DL-DORMANT-CUTOFF
071700              MOVE 'MAI (*)' TO DL-DL-LAST
071800              ADD 1 TO DL-NEVER-COUNT
071900          ELSE
072000              MOVE 'MAI' TO DL-DL-LAST
072100          END-IF
072200      END-IF.
072300      DISPLAY DL-DORMANT-LINE.
072400  5100-CHECK-ONE-DORMANT-EXIT.
072500      EXIT.
072600****************************************************************
072700*  8300-EDIT-DATE
072800*  DL-EDIT-DATE-IN (AAAAMMGG) AS GG/MM/AAAA IN DL-EDIT-DATE.
072900****************************************************************
073000  8300-EDIT-DATE.
073100      MOVE DL-EDIT-DD TO DL-ED-DD.
073200      MOVE DL-EDIT-MM TO DL-ED-MM.
073300      MOVE DL-EDIT-CCYY TO DL-ED-CCYY.
073400  8300-EDIT-DATE-EXIT.
073500      EXIT.
073600****************************************************************
073700*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
073800****************************************************************
073900  COPY RPTHDRP.
