000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. TSPUNCH.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  TSPUNCH
000900*  BADGE-PUNCH IMPORT, RUN AHEAD OF THE PAY RUN.  THE SITE TIME
001000*  CLOCKS EXPORT ONE RAW RECORD PER SWIPE (PUNCHREC); THIS PASS
001100*  SORTS THEM BY MATRICOLA, DATE AND TIME, PAIRS EACH ENTRATA
001200*  WITH THE USCITA THAT FOLLOWS IT AND WRITES ONE TIMESHEET
001300*  RECORD (TSREC) PER EMPLOYEE PER DAY TO TSCLOCK, WHICH THE
001400*  PAY RUN READS BEHIND THE HAND-KEYED TIMESHTS.
001500*    - A SHIFT BELONGS TO THE DAY OF ITS ENTRATA AND MAY RUN
001600*      PAST MIDNIGHT, UP TO 16 HOURS
001700*    - ENTRATA AND USCITA ARE ROUNDED TO THE QUARTER HOUR: A
001800*      PUNCH UP TO PP-PUNCH-GRACE MINUTES LATE IN (OR EARLY
001900*      OUT) ROUNDS IN THE EMPLOYEE'S FAVOUR, BEYOND THAT
002000*      AGAINST.  SEVERAL SHIFTS IN A DAY ARE ADDED TOGETHER
002100*    - A SECOND SWIPE WITHIN THE GRACE MINUTES OF THE FIRST
002200*      ON THE SAME DIRECTION IS A DOUBLE SWIPE AND IS IGNORED
002300*    - TS-DAY-CODE COMES FROM THE SHARED WEEKDAY UTILITY
002400*  ANY PROBLEM IN A DAY - AN ENTRATA WITH NO USCITA, A USCITA
002500*  WITH NO ENTRATA, TWO SHIFTS OVERLAPPING, A BAD RECORD - AND
002600*  NOTHING IS WRITTEN FOR THAT EMPLOYEE AND DAY: THE PUNCHES
002700*  GO ON THE EXCEPTION LIST (PUNCHLST) AND THE EXCEPTION FILE
002800*  AND THE SUPERVISOR KEYS THE DAY IN TSMNT.  PUNCHES FOR A
002900*  MATRICOLA NOT ON THE MASTER, OR AFTER THE EMPLOYEE'S
003000*  CESSAZIONE DATE, ARE LISTED ONCE PER DAY AS SEVERITY 8.
003100*  ONLY DAYS INSIDE THE RUNCTL PERIOD ARE WRITTEN OR LISTED;
003200*  PUNCHES EITHER SIDE OF IT ARE STILL READ SO A NIGHT SHIFT
003300*  ACROSS THE PERIOD BOUNDARY PAIRS UP.  SETS RETURN-CODE 4
003400*  WHEN ANYTHING WAS LISTED, 8 ON A MISSING INPUT FILE.
003500*  MOD HISTORY
003600*  15/10/2026 LG  NEW.
003700****************************************************************
003800  ENVIRONMENT DIVISION.
003900  CONFIGURATION SECTION.
004000  SOURCE-COMPUTER. IBM-PC.
004100  OBJECT-COMPUTER. IBM-PC.
004200  INPUT-OUTPUT SECTION.
004300  FILE-CONTROL.
004400      SELECT PUNCH-FILE ASSIGN TO "PUNCHES"
004500          ORGANIZATION LINE SEQUENTIAL
004600          FILE STATUS IS DL-PU-FILE-STATUS.
004700      SELECT PUNCH-SORTED ASSIGN TO "PUNCHSRT"
004800          ORGANIZATION LINE SEQUENTIAL
004900          FILE STATUS IS DL-PS-FILE-STATUS.
005000      SELECT PUNCH-SORT-WORK ASSIGN TO "PUNCHWK".
005100      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
005200          ORGANIZATION INDEXED
005300          ACCESS MODE DYNAMIC
005400          RECORD KEY EMP-MATRICOLA
005500          FILE STATUS IS DL-EMP-FILE-STATUS.
005600      SELECT TIMECLOCK-FILE ASSIGN TO "TSCLOCK"
005700          ORGANIZATION LINE SEQUENTIAL.
005800      SELECT PUNCH-LIST ASSIGN TO "PUNCHLST"
005900          ORGANIZATION LINE SEQUENTIAL.
006000      SELECT EXCEPTION-FILE ASSIGN TO "EXCFILE"
006100          ORGANIZATION LINE SEQUENTIAL
006200          FILE STATUS IS DL-EXC-FILE-STATUS.
006300      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
006400          ORGANIZATION LINE SEQUENTIAL
006500          FILE STATUS IS DL-RC-FILE-STATUS.
006600      SELECT PAY-PARAMS ASSIGN TO "PAYPARM"
006700          ORGANIZATION LINE SEQUENTIAL
006800          FILE STATUS IS DL-PP-FILE-STATUS.
006900*
007000  DATA DIVISION.
007100  FILE SECTION.
007200  FD  PUNCH-FILE.
007300  01  PUNCH-FILE-RECORD            PIC X(29).
007400  FD  PUNCH-SORTED.
007500  COPY PUNCHREC.
007600  SD  PUNCH-SORT-WORK.
007700  01  PUNCH-SORT-RECORD.
007800      05  SP-MATRICOLA             PIC X(05).
007900      05  SP-BADGE-ISSUE           PIC X(05).
008000      05  SP-DATE                  PIC 9(08).
008100      05  SP-TIME                  PIC 9(06).
008200      05  SP-DIRECTION             PIC X(01).
008300      05  SP-READER-ID             PIC X(04).
008400  FD  EMPLOYEE-MASTER.
008500  01  EMPLOYEE-MASTER-RECORD.
008600      COPY EMPREC.
008700      05  EMP-WORK-DAY            PIC 9(01).
008800  FD  TIMECLOCK-FILE.
008900  COPY TSREC.
009000  FD  PUNCH-LIST.
009100  01  PUNCH-LIST-RECORD.
009200      05  PX-MATRICOLA             PIC X(05).
009300      05  PX-DATE                  PIC 9(08).
009400      05  PX-TIME                  PIC 9(06).
009500      05  PX-DIRECTION             PIC X(01).
009600      05  PX-READER-ID             PIC X(04).
009700      05  PX-REASON                PIC X(40).
009800  FD  EXCEPTION-FILE.
009900  COPY EXCREC.
010000  FD  RUN-CONTROL.
010100  COPY RUNCTL.
010200  FD  PAY-PARAMS.
010300  COPY PAYPARM.
010400*
010500  WORKING-STORAGE SECTION.
010600  COPY RPTHDRW.
010700  01  DL-PU-FILE-STATUS            PIC X(02).
010800  01  DL-PS-FILE-STATUS            PIC X(02).
010900  01  DL-EMP-FILE-STATUS           PIC X(02).
011000  01  DL-EXC-FILE-STATUS           PIC X(02).
011100  01  DL-RC-FILE-STATUS            PIC X(02).
011200  01  DL-PP-FILE-STATUS            PIC X(02).
011300  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
011400      88  DL-END-OF-FILE                      VALUE 'Y'.
011500  01  DL-PERIOD-START              PIC 9(08).
011600  01  DL-PERIOD-END                PIC 9(08).
011700  01  DL-GRACE                     PIC 9(02).
011800  01  DL-OUT-THRESHOLD             PIC 9(02).
011900  01  DL-CUR-MATRICOLA             PIC X(05) VALUE HIGH-VALUES.
012000  01  DL-EMP-SW                    PIC X(01).
012100      88  DL-EMP-KNOWN                        VALUE 'K'.
012200      88  DL-EMP-UNKNOWN                      VALUE 'U'.
012300  01  DL-LEFT-SW                   PIC X(01).
012400      88  DL-EMP-LEFT                         VALUE 'Y'.
012500  01  DL-CESS-DATE                 PIC 9(08).
012600  01  DL-REJ-DATE                  PIC 9(08).
012700  01  DL-BAD-DATE                  PIC 9(08).
012800  01  DL-PUNCH-MIN                 PIC 9(04).
012900  01  DL-BAD-PUNCH-SW              PIC X(01).
013000      88  DL-BAD-PUNCH                        VALUE 'Y'.
013100  01  DL-OPEN-SW                   PIC X(01).
013200      88  DL-SHIFT-OPEN                       VALUE 'Y'.
013300  01  DL-OPEN-DATE                 PIC 9(08).
013400  01  DL-OPEN-TIME                 PIC 9(06).
013500  01  DL-OPEN-MIN                  PIC 9(04).
013600  01  DL-OPEN-READER               PIC X(04).
013700  01  DL-PEND-SW                   PIC X(01).
013800      88  DL-IN-PENDING                       VALUE 'Y'.
013900  01  DL-PEND-DATE                 PIC 9(08).
014000  01  DL-PEND-TIME                 PIC 9(06).
014100  01  DL-PEND-READER               PIC X(04).
014200  01  DL-LAST-OUT-DATE             PIC 9(08).
014300  01  DL-LAST-OUT-MIN              PIC 9(04).
014400  01  DL-DAY-DATE                  PIC 9(08).
014500  01  DL-NEW-DATE                  PIC 9(08).
014600  01  DL-DAY-MIN                   PIC 9(05).
014700  01  DL-DAY-BAD-SW                PIC X(01).
014800      88  DL-DAY-BAD                          VALUE 'Y'.
014900  01  DL-RAW-MIN                   PIC 9(05).
015000  01  DL-IN-RND                    PIC 9(05).
015100  01  DL-OUT-RND                   PIC 9(05).
015200  01  DL-SHIFT-MIN                 PIC S9(05).
015300  01  DL-QUOT                      PIC 9(04).
015400  01  DL-REM                       PIC 9(02).
015500  01  DL-ND-DATE                   PIC 9(08).
015600  01  DL-ND-DATE-R REDEFINES DL-ND-DATE.
015700      05  DL-ND-CCYY               PIC 9(04).
015800      05  DL-ND-MM                 PIC 9(02).
015900      05  DL-ND-DD                 PIC 9(02).
016000  01  GG                          PIC X(25) VALUE
016100          '312831303130313130313031'.
016200  01  TAB-GG REDEFINES GG.
016300      05  G-MESE OCCURS 12 TIMES  PIC 99.
016400  01  DL-YEAR-REM-4               PIC 9(04).
016500  01  DL-YEAR-REM-100             PIC 9(04).
016600  01  DL-YEAR-REM-400             PIC 9(04).
016700  01  DL-YEAR-QUOTIENT            PIC 9(04).
016800  01  DL-LEAP-SW                  PIC X(01) VALUE 'N'.
016900      88  DL-LEAP-YEAR                        VALUE 'Y'.
017000  01  DL-AN-DATE                   PIC 9(08).
017100  01  DL-AN-TIME                   PIC 9(06).
017200  01  DL-AN-DIRECTION              PIC X(01).
017300  01  DL-AN-READER                 PIC X(04).
017400  01  DL-AN-REASON                 PIC X(40).
017500  01  DL-AN-SEVERITY               PIC 9(02).
017600  01  DL-AN-FORCE-SW               PIC X(01) VALUE 'N'.
017700      88  DL-AN-FORCED                        VALUE 'Y'.
017800  01  DL-EXC-TEXT.
017900      05  DL-EXC-REASON            PIC X(40).
018000      05  FILLER                   PIC X(01) VALUE SPACE.
018100      05  DL-EXC-DATE              PIC 9(08).
018200  01  DL-TS-DATE-R.
018300      05  DL-TS-CCYY               PIC 9(04).
018400      05  DL-TS-MM                 PIC 9(02).
018500      05  DL-TS-DD                 PIC 9(02).
018600  01  DL-WD-DAY                    PIC 9(02).
018700  01  DL-WD-MONTH                  PIC 9(02).
018800  01  DL-WD-YEAR                   PIC 9(04).
018900  01  DL-COMPUTED-CODE             PIC 9(01).
019000  01  DL-READ-COUNT                PIC 9(06) VALUE 0.
019100  01  DL-DUP-COUNT                 PIC 9(06) VALUE 0.
019200  01  DL-INVALID-COUNT             PIC 9(06) VALUE 0.
019300  01  DL-REJECT-COUNT              PIC 9(06) VALUE 0.
019400  01  DL-ANOMALY-COUNT             PIC 9(06) VALUE 0.
019500  01  DL-DAY-COUNT                 PIC 9(06) VALUE 0.
019600  01  DL-BAD-DAY-COUNT             PIC 9(06) VALUE 0.
019700  01  DL-OUT-PERIOD-COUNT          PIC 9(06) VALUE 0.
019800*
019900  PROCEDURE DIVISION.
020000****************************************************************
020100*  0000-MAINLINE
020200****************************************************************
020300  0000-MAINLINE.
020400      MOVE 'TSPUNCH' TO RH-PROGRAM-NAME.
020500      MOVE 'BADGE PUNCH IMPORT EXCEPTIONS' TO RH-REPORT-TITLE.
020600      PERFORM 9700-OPEN-EXCEPTION-FILE
020700          THRU 9700-OPEN-EXCEPTION-FILE-EXIT.
020800      PERFORM 0100-READ-RUN-CONTROL
020900          THRU 0100-READ-RUN-CONTROL-EXIT.
021000      IF RETURN-CODE = 8
021100          CLOSE EXCEPTION-FILE
021200          GOBACK
021300      END-IF.
021400      PERFORM 0200-READ-PAY-PARAMS
021500          THRU 0200-READ-PAY-PARAMS-EXIT.
021600      IF RETURN-CODE = 8
021700          CLOSE EXCEPTION-FILE
021800          GOBACK
021900      END-IF.
022000      OPEN INPUT PUNCH-FILE.
022100      IF DL-PU-FILE-STATUS NOT = '00'
022200          DISPLAY 'IMPOSSIBILE APRIRE PUNCHES - STATUS '
022300              DL-PU-FILE-STATUS
022400          MOVE 8 TO EX-SEVERITY
022500          MOVE SPACES TO EX-KEY
022600          MOVE 'APERTURA PUNCHES FALLITA' TO EX-MESSAGE
022700          PERFORM 9800-WRITE-EXCEPTION
022800              THRU 9800-WRITE-EXCEPTION-EXIT
022900          MOVE 8 TO RETURN-CODE
023000          CLOSE EXCEPTION-FILE
023100          GOBACK
023200      END-IF.
023300      CLOSE PUNCH-FILE.
023400      OPEN INPUT EMPLOYEE-MASTER.
023500      IF DL-EMP-FILE-STATUS NOT = '00'
023600          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
023700              DL-EMP-FILE-STATUS
023800          MOVE 8 TO RETURN-CODE
023900          CLOSE EXCEPTION-FILE
024000          GOBACK
024100      END-IF.
024200      SORT PUNCH-SORT-WORK ON ASCENDING KEY SP-MATRICOLA
024300              SP-DATE SP-TIME
024400          ON DESCENDING KEY SP-DIRECTION
024500          USING PUNCH-FILE
024600          GIVING PUNCH-SORTED.
024700      OPEN INPUT PUNCH-SORTED.
024800      OPEN OUTPUT TIMECLOCK-FILE PUNCH-LIST.
024900      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
025000      DISPLAY 'MATR. DATA     ORA    V LETT MOTIVO'.
025100      PERFORM 1000-READ-ONE-PUNCH THRU 1000-READ-ONE-PUNCH-EXIT
025200          UNTIL DL-END-OF-FILE.
025300      PERFORM 3000-END-EMPLOYEE THRU 3000-END-EMPLOYEE-EXIT.
025400      CLOSE PUNCH-SORTED EMPLOYEE-MASTER TIMECLOCK-FILE
025500          PUNCH-LIST.
025600      DISPLAY ' '.
025700      DISPLAY 'TIMBRATURE LETTE         : ' DL-READ-COUNT.
025800      DISPLAY 'DOPPIE TIMBRATURE        : ' DL-DUP-COUNT.
025900      DISPLAY 'TIMBRATURE NON VALIDE    : ' DL-INVALID-COUNT.
026000      DISPLAY 'MATRICOLA IGNOTA/CESSATA : ' DL-REJECT-COUNT.
026100      DISPLAY 'ANOMALIE IN LISTA        : ' DL-ANOMALY-COUNT.
026200      DISPLAY 'GIORNATE SCRITTE         : ' DL-DAY-COUNT.
026300      DISPLAY 'GIORNATE DA TSMNT        : ' DL-BAD-DAY-COUNT.
026400      DISPLAY 'GIORNATE FUORI PERIODO   : ' DL-OUT-PERIOD-COUNT.
026500      IF DL-ANOMALY-COUNT > 0
026600          IF RETURN-CODE < 4
026700              MOVE 4 TO RETURN-CODE
026800          END-IF
026900      END-IF.
027000      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
027100      CLOSE EXCEPTION-FILE.
027200      GOBACK.
027300****************************************************************
027400*  0100-READ-RUN-CONTROL
027500*  THE PAY PERIOD BEING PREPARED.  NO RUN-CONTROL RECORD, NO
027600*  IMPORT - THERE IS NO WAY TO TELL WHICH DAYS TO WRITE.
027700****************************************************************
027800  0100-READ-RUN-CONTROL.
027900      OPEN INPUT RUN-CONTROL.
028000      IF DL-RC-FILE-STATUS NOT = '00'
028100          DISPLAY 'IMPOSSIBILE APRIRE RUNCTL - STATUS '
028200              DL-RC-FILE-STATUS
028300          MOVE 8 TO RETURN-CODE
028400          GO TO 0100-READ-RUN-CONTROL-EXIT
028500      END-IF.
028600      READ RUN-CONTROL
028700          AT END
028800              DISPLAY 'RUNCTL VUOTO - IMPORTAZIONE RIFIUTATA'
028900              MOVE 8 TO RETURN-CODE
029000              CLOSE RUN-CONTROL
029100              GO TO 0100-READ-RUN-CONTROL-EXIT
029200      END-READ.
029300      MOVE RN-PERIOD-START TO DL-PERIOD-START.
029400      MOVE RN-PERIOD-END TO DL-PERIOD-END.
029500      CLOSE RUN-CONTROL.
029600      DISPLAY 'PERIODO ' DL-PERIOD-START ' - ' DL-PERIOD-END.
029700  0100-READ-RUN-CONTROL-EXIT.
029800      EXIT.
029900****************************************************************
030000*  0200-READ-PAY-PARAMS
030100*  GRACE MINUTES FOR THE QUARTER-HOUR ROUNDING.  ZERO MEANS THE
030200*  DEFAULT OF 5; ANYTHING OVER 14 WOULD ROUND EVERY PUNCH THE
030300*  EMPLOYEE'S WAY AND IS HELD AT 14.
030400****************************************************************
030500  0200-READ-PAY-PARAMS.
030600      OPEN INPUT PAY-PARAMS.
030700      IF DL-PP-FILE-STATUS NOT = '00'
030800          DISPLAY 'IMPOSSIBILE APRIRE PAYPARM - STATUS '
030900              DL-PP-FILE-STATUS
031000          MOVE 8 TO RETURN-CODE
031100          GO TO 0200-READ-PAY-PARAMS-EXIT
031200      END-IF.
031300      READ PAY-PARAMS
031400          AT END
031500              DISPLAY 'PAYPARM VUOTO - IMPORTAZIONE RIFIUTATA'
031600              MOVE 8 TO RETURN-CODE
031700              CLOSE PAY-PARAMS
031800              GO TO 0200-READ-PAY-PARAMS-EXIT
031900      END-READ.
032000      CLOSE PAY-PARAMS.
032100      MOVE PP-PUNCH-GRACE TO DL-GRACE.
032200      IF DL-GRACE = 0
032300          MOVE 5 TO DL-GRACE
032400      END-IF.
032500      IF DL-GRACE > 14
032600          MOVE 14 TO DL-GRACE
032700      END-IF.
032800      COMPUTE DL-OUT-THRESHOLD = 15 - DL-GRACE.
032900  0200-READ-PAY-PARAMS-EXIT.
033000      EXIT.
033100****************************************************************
033200*  1000-READ-ONE-PUNCH
033300*  ONE SORTED PUNCH.  A NEW MATRICOLA CLOSES THE PREVIOUS
033400*  EMPLOYEE OFF AND LOOKS THE NEW ONE UP ON THE MASTER.
033500****************************************************************
033600  1000-READ-ONE-PUNCH.
033700      READ PUNCH-SORTED
033800          AT END
033900              MOVE 'Y' TO DL-EOF-SW
034000              GO TO 1000-READ-ONE-PUNCH-EXIT
034100      END-READ.
034200      ADD 1 TO DL-READ-COUNT.
034300      IF PU-MATRICOLA NOT = DL-CUR-MATRICOLA
034400          PERFORM 3000-END-EMPLOYEE THRU 3000-END-EMPLOYEE-EXIT
034500          PERFORM 1100-START-EMPLOYEE
034600              THRU 1100-START-EMPLOYEE-EXIT
034700      END-IF.
034800      PERFORM 1300-CHECK-PUNCH THRU 1300-CHECK-PUNCH-EXIT.
034900      IF DL-BAD-PUNCH
035000          GO TO 1000-READ-ONE-PUNCH-EXIT
035100      END-IF.
035200      IF DL-EMP-UNKNOWN
035300          MOVE 'MATRICOLA NON IN ANAGRAFICA' TO DL-AN-REASON
035400          PERFORM 1200-REJECT-PUNCH THRU 1200-REJECT-PUNCH-EXIT
035500          GO TO 1000-READ-ONE-PUNCH-EXIT
035600      END-IF.
035700      IF DL-EMP-LEFT AND PU-DATE > DL-CESS-DATE
035800          MOVE 'TIMBRATURA DOPO LA CESSAZIONE' TO DL-AN-REASON
035900          PERFORM 1200-REJECT-PUNCH THRU 1200-REJECT-PUNCH-EXIT
036000          GO TO 1000-READ-ONE-PUNCH-EXIT
036100      END-IF.
036200      COMPUTE DL-PUNCH-MIN = PU-HH * 60 + PU-MM.
036300      IF PU-IN
036400          PERFORM 2000-PUNCH-IN THRU 2000-PUNCH-IN-EXIT
036500      ELSE
036600          PERFORM 2100-PUNCH-OUT THRU 2100-PUNCH-OUT-EXIT
036700      END-IF.
036800  1000-READ-ONE-PUNCH-EXIT.
036900      EXIT.
037000  1100-START-EMPLOYEE.
037100      MOVE PU-MATRICOLA TO DL-CUR-MATRICOLA.
037200      MOVE 'N' TO DL-OPEN-SW.
037300      MOVE 'N' TO DL-PEND-SW.
037400      MOVE 'N' TO DL-DAY-BAD-SW.
037500      MOVE 0 TO DL-DAY-DATE DL-DAY-MIN DL-REJ-DATE DL-BAD-DATE
037600          DL-LAST-OUT-DATE DL-LAST-OUT-MIN.
037700      MOVE 'N' TO DL-LEFT-SW.
037800      MOVE PU-MATRICOLA TO EMP-MATRICOLA.
037900      READ EMPLOYEE-MASTER
038000          INVALID KEY
038100              MOVE 'U' TO DL-EMP-SW
038200          NOT INVALID KEY
038300              MOVE 'K' TO DL-EMP-SW
038400      END-READ.
038500      IF DL-EMP-KNOWN AND EMP-TERMINATED
038600          MOVE 'Y' TO DL-LEFT-SW
038700          MOVE EMP-DATA-CESSAZIONE TO DL-CESS-DATE
038800      END-IF.
038900  1100-START-EMPLOYEE-EXIT.
039000      EXIT.
039100****************************************************************
039200*  1200-REJECT-PUNCH
039300*  UNKNOWN OR CESSATO MATRICOLA: ONE LINE PER DAY IS ENOUGH FOR
039400*  THE SUPERVISOR TO CHASE THE BADGE, THE REST ARE COUNTED.
039500****************************************************************
039600  1200-REJECT-PUNCH.
039700      ADD 1 TO DL-REJECT-COUNT.
039800      IF PU-DATE = DL-REJ-DATE
039900          GO TO 1200-REJECT-PUNCH-EXIT
040000      END-IF.
040100      MOVE PU-DATE TO DL-REJ-DATE.
040200      MOVE PU-DATE TO DL-AN-DATE.
040300      MOVE PU-TIME TO DL-AN-TIME.
040400      MOVE PU-DIRECTION TO DL-AN-DIRECTION.
040500      MOVE PU-READER-ID TO DL-AN-READER.
040600      MOVE 8 TO DL-AN-SEVERITY.
040700      PERFORM 5000-LOG-ANOMALY THRU 5000-LOG-ANOMALY-EXIT.
040800  1200-REJECT-PUNCH-EXIT.
040900      EXIT.
041000****************************************************************
041100*  1300-CHECK-PUNCH
041200*  DATE, TIME AND DIRECTION MUST BE USABLE.  A BAD RECORD IS
041300*  LISTED WHATEVER ITS DATE (DL-AN-FORCED), SPOILS ITS DAY AND
041400*  TAKES NO PART IN THE PAIRING.
041500****************************************************************
041600  1300-CHECK-PUNCH.
041700      MOVE 'N' TO DL-BAD-PUNCH-SW.
041800      MOVE 'N' TO DL-AN-FORCE-SW.
041900      IF PU-DATE NOT NUMERIC
042000          MOVE 'Y' TO DL-AN-FORCE-SW
042100          MOVE 0 TO DL-AN-DATE
042200      ELSE
042300          MOVE PU-DATE TO DL-ND-DATE DL-AN-DATE
042400          IF DL-ND-MM < 1 OR DL-ND-MM > 12
042500                  OR DL-ND-DD < 1 OR DL-ND-DD > 31
042600              MOVE 'Y' TO DL-AN-FORCE-SW
042700          END-IF
042800      END-IF.
042900      IF PU-TIME NOT NUMERIC
043000          MOVE 'Y' TO DL-AN-FORCE-SW
043100          MOVE 0 TO DL-AN-TIME
043200      ELSE
043300          MOVE PU-TIME TO DL-AN-TIME
043400          IF PU-HH > 23 OR PU-MM > 59
043500              MOVE 'Y' TO DL-AN-FORCE-SW
043600          END-IF
043700      END-IF.
043800      IF NOT PU-IN AND NOT PU-OUT
043900          MOVE 'Y' TO DL-AN-FORCE-SW
044000      END-IF.
044100      IF NOT DL-AN-FORCED
044200          GO TO 1300-CHECK-PUNCH-EXIT
044300      END-IF.
044400      ADD 1 TO DL-INVALID-COUNT.
044500      MOVE DL-AN-DATE TO DL-BAD-DATE.
044600      MOVE PU-DIRECTION TO DL-AN-DIRECTION.
044700      MOVE PU-READER-ID TO DL-AN-READER.
044800      MOVE 'TIMBRATURA NON VALIDA (DATA/ORA/VERSO)'
044900          TO DL-AN-REASON.
045000      MOVE 4 TO DL-AN-SEVERITY.
045100      PERFORM 5000-LOG-ANOMALY THRU 5000-LOG-ANOMALY-EXIT.
045200      MOVE 'N' TO DL-AN-FORCE-SW.
045300      MOVE 'Y' TO DL-BAD-PUNCH-SW.
045400  1300-CHECK-PUNCH-EXIT.
045500      EXIT.
045600****************************************************************
045700*  2000-PUNCH-IN
045800*  AN ENTRATA.  IF A SHIFT IS ALREADY OPEN THE SAME DAY IT IS
045900*  HELD AS PENDING: A USCITA LEFT OVER ONCE THE NEW SHIFT HAS
046000*  CLOSED MEANS THE TWO SHIFTS OVERLAPPED, ANYTHING ELSE MEANS
046100*  THE EARLIER ENTRATA NEVER GOT ITS USCITA.
046200****************************************************************
046300  2000-PUNCH-IN.
046400      IF DL-SHIFT-OPEN AND PU-DATE = DL-OPEN-DATE
046500          IF DL-PUNCH-MIN - DL-OPEN-MIN <= DL-GRACE
046600              ADD 1 TO DL-DUP-COUNT
046700              GO TO 2000-PUNCH-IN-EXIT
046800          END-IF
046900      END-IF.
047000      IF DL-IN-PENDING
047100          PERFORM 2910-LOG-PENDING-IN
047200              THRU 2910-LOG-PENDING-IN-EXIT
047300      END-IF.
047400      IF DL-SHIFT-OPEN
047500          IF PU-DATE = DL-OPEN-DATE
047600              MOVE 'Y' TO DL-PEND-SW
047700              MOVE DL-OPEN-DATE TO DL-PEND-DATE
047800              MOVE DL-OPEN-TIME TO DL-PEND-TIME
047900              MOVE DL-OPEN-READER TO DL-PEND-READER
048000              MOVE 'N' TO DL-OPEN-SW
048100          ELSE
048200              PERFORM 2900-LOG-OPEN-IN THRU 2900-LOG-OPEN-IN-EXIT
048300          END-IF
048400      END-IF.
048500      MOVE PU-DATE TO DL-NEW-DATE.
048600      PERFORM 4100-SET-DAY THRU 4100-SET-DAY-EXIT.
048700      MOVE 'Y' TO DL-OPEN-SW.
048800      MOVE PU-DATE TO DL-OPEN-DATE.
048900      MOVE PU-TIME TO DL-OPEN-TIME.
049000      MOVE DL-PUNCH-MIN TO DL-OPEN-MIN.
049100      MOVE PU-READER-ID TO DL-OPEN-READER.
049200  2000-PUNCH-IN-EXIT.
049300      EXIT.
049400****************************************************************
049500*  2100-PUNCH-OUT
049600*  A USCITA CLOSES THE OPEN SHIFT IF IT IS ON THE SAME DAY OR
049700*  THE NEXT AND NO MORE THAN 16 HOURS LATER.  THE ROUNDED SHIFT
049800*  IS ADDED TO THE DAY OF THE ENTRATA.
049900****************************************************************
050000  2100-PUNCH-OUT.
050100      IF NOT DL-SHIFT-OPEN
050200          PERFORM 2200-ORPHAN-OUT THRU 2200-ORPHAN-OUT-EXIT
050300          GO TO 2100-PUNCH-OUT-EXIT
050400      END-IF.
050500      IF PU-DATE = DL-OPEN-DATE
050600          COMPUTE DL-RAW-MIN = DL-PUNCH-MIN - DL-OPEN-MIN
050700      ELSE
050800          MOVE DL-OPEN-DATE TO DL-ND-DATE
050900          PERFORM 7000-NEXT-DAY THRU 7000-NEXT-DAY-EXIT
051000          IF PU-DATE = DL-ND-DATE
051100              COMPUTE DL-RAW-MIN = DL-PUNCH-MIN + 1440
051200                  - DL-OPEN-MIN
051300          ELSE
051400              MOVE 99999 TO DL-RAW-MIN
051500          END-IF
051600      END-IF.
051700      IF DL-RAW-MIN > 960
051800          PERFORM 2900-LOG-OPEN-IN THRU 2900-LOG-OPEN-IN-EXIT
051900          PERFORM 2200-ORPHAN-OUT THRU 2200-ORPHAN-OUT-EXIT
052000          GO TO 2100-PUNCH-OUT-EXIT
052100      END-IF.
052200      PERFORM 6000-ROUND-IN THRU 6000-ROUND-IN-EXIT.
052300      PERFORM 6100-ROUND-OUT THRU 6100-ROUND-OUT-EXIT.
052400      IF PU-DATE NOT = DL-OPEN-DATE
052500          ADD 1440 TO DL-OUT-RND
052600      END-IF.
052700      COMPUTE DL-SHIFT-MIN = DL-OUT-RND - DL-IN-RND.
052800      IF DL-SHIFT-MIN > 0
052900          ADD DL-SHIFT-MIN TO DL-DAY-MIN
053000      END-IF.
053100      MOVE 'N' TO DL-OPEN-SW.
053200      MOVE PU-DATE TO DL-LAST-OUT-DATE.
053300      MOVE DL-PUNCH-MIN TO DL-LAST-OUT-MIN.
053400  2100-PUNCH-OUT-EXIT.
053500      EXIT.
053600****************************************************************
053700*  2200-ORPHAN-OUT
053800*  A USCITA WITH NO OPEN SHIFT: A DOUBLE SWIPE OF THE LAST
053900*  USCITA, THE SECOND HALF OF TWO OVERLAPPING SHIFTS, OR A
054000*  USCITA WHOSE ENTRATA WAS NEVER PUNCHED.
054100****************************************************************
054200  2200-ORPHAN-OUT.
054300      IF PU-DATE = DL-LAST-OUT-DATE
054400          IF DL-PUNCH-MIN - DL-LAST-OUT-MIN <= DL-GRACE
054500              ADD 1 TO DL-DUP-COUNT
054600              GO TO 2200-ORPHAN-OUT-EXIT
054700          END-IF
054800      END-IF.
054900      MOVE PU-DATE TO DL-LAST-OUT-DATE.
055000      MOVE DL-PUNCH-MIN TO DL-LAST-OUT-MIN.
055100      MOVE PU-DATE TO DL-AN-DATE.
055200      MOVE PU-TIME TO DL-AN-TIME.
055300      MOVE PU-DIRECTION TO DL-AN-DIRECTION.
055400      MOVE PU-READER-ID TO DL-AN-READER.
055500      MOVE 4 TO DL-AN-SEVERITY.
055600      IF DL-IN-PENDING
055700          MOVE 'Y' TO DL-DAY-BAD-SW
055800          MOVE 'N' TO DL-PEND-SW
055900          MOVE 'TURNI SOVRAPPOSTI' TO DL-AN-REASON
056000          PERFORM 5000-LOG-ANOMALY THRU 5000-LOG-ANOMALY-EXIT
056100          GO TO 2200-ORPHAN-OUT-EXIT
056200      END-IF.
056300      MOVE PU-DATE TO DL-NEW-DATE.
056400      PERFORM 4100-SET-DAY THRU 4100-SET-DAY-EXIT.
056500      MOVE 'USCITA SENZA ENTRATA' TO DL-AN-REASON.
056600      PERFORM 5000-LOG-ANOMALY THRU 5000-LOG-ANOMALY-EXIT.
056700  2200-ORPHAN-OUT-EXIT.
056800      EXIT.
056900****************************************************************
057000*  2900-LOG-OPEN-IN / 2910-LOG-PENDING-IN
057100*  AN ENTRATA THAT NEVER GOT ITS USCITA.
057200****************************************************************
057300  2900-LOG-OPEN-IN.
057400      MOVE DL-OPEN-DATE TO DL-AN-DATE.
057500      MOVE DL-OPEN-TIME TO DL-AN-TIME.
057600      MOVE 'I' TO DL-AN-DIRECTION.
057700      MOVE DL-OPEN-READER TO DL-AN-READER.
057800      MOVE 4 TO DL-AN-SEVERITY.
057900      MOVE 'ENTRATA SENZA USCITA' TO DL-AN-REASON.
058000      PERFORM 5000-LOG-ANOMALY THRU 5000-LOG-ANOMALY-EXIT.
058100      MOVE 'N' TO DL-OPEN-SW.
058200  2900-LOG-OPEN-IN-EXIT.
058300      EXIT.
058400  2910-LOG-PENDING-IN.
058500      MOVE DL-PEND-DATE TO DL-AN-DATE.
058600      MOVE DL-PEND-TIME TO DL-AN-TIME.
058700      MOVE 'I' TO DL-AN-DIRECTION.
058800      MOVE DL-PEND-READER TO DL-AN-READER.
058900      MOVE 4 TO DL-AN-SEVERITY.
059000      MOVE 'ENTRATA SENZA USCITA' TO DL-AN-REASON.
059100      PERFORM 5000-LOG-ANOMALY THRU 5000-LOG-ANOMALY-EXIT.
059200      MOVE 'N' TO DL-PEND-SW.
059300  2910-LOG-PENDING-IN-EXIT.
059400      EXIT.
059500****************************************************************
059600*  3000-END-EMPLOYEE
059700*  WHATEVER IS STILL OPEN FOR THE EMPLOYEE IS UNPAIRED; THEN
059800*  THE LAST DAY IS WRITTEN.
059900****************************************************************
060000  3000-END-EMPLOYEE.
060100      IF DL-CUR-MATRICOLA = HIGH-VALUES
060200          GO TO 3000-END-EMPLOYEE-EXIT
060300      END-IF.
060400      IF DL-IN-PENDING
060500          PERFORM 2910-LOG-PENDING-IN
060600              THRU 2910-LOG-PENDING-IN-EXIT
060700      END-IF.
060800      IF DL-SHIFT-OPEN
060900          PERFORM 2900-LOG-OPEN-IN THRU 2900-LOG-OPEN-IN-EXIT
061000      END-IF.
061100      PERFORM 4200-WRITE-DAY THRU 4200-WRITE-DAY-EXIT.
061200  3000-END-EMPLOYEE-EXIT.
061300      EXIT.
061400****************************************************************
061500*  4100-SET-DAY
061600*  MOVES THE DAY BEING ADDED UP ON TO DL-NEW-DATE, WRITING THE
061700*  ONE IT LEAVES.
061800****************************************************************
061900  4100-SET-DAY.
062000      IF DL-NEW-DATE = DL-DAY-DATE
062100          GO TO 4100-SET-DAY-EXIT
062200      END-IF.
062300      PERFORM 4200-WRITE-DAY THRU 4200-WRITE-DAY-EXIT.
062400      MOVE DL-NEW-DATE TO DL-DAY-DATE.
062500      MOVE 0 TO DL-DAY-MIN.
062600      MOVE 'N' TO DL-DAY-BAD-SW.
062700      IF DL-DAY-DATE = DL-BAD-DATE
062800          MOVE 'Y' TO DL-DAY-BAD-SW
062900      END-IF.
063000  4100-SET-DAY-EXIT.
063100      EXIT.
063200****************************************************************
063300*  4200-WRITE-DAY
063400*  ONE TIMESHEET RECORD FOR THE DAY, UNLESS IT IS OUTSIDE THE
063500*  PERIOD OR SOMETHING IN IT WAS LISTED - THEN THE SUPERVISOR
063600*  KEYS IT IN TSMNT.
063700****************************************************************
063800  4200-WRITE-DAY.
063900      IF DL-DAY-DATE = 0
064000          GO TO 4200-WRITE-DAY-EXIT
064100      END-IF.
064200      IF DL-DAY-DATE < DL-PERIOD-START
064300              OR DL-DAY-DATE > DL-PERIOD-END
064400          ADD 1 TO DL-OUT-PERIOD-COUNT
064500          GO TO 4200-WRITE-DAY-EXIT
064600      END-IF.
064700      IF DL-DAY-MIN > 1440 AND NOT DL-DAY-BAD
064800          MOVE DL-DAY-DATE TO DL-AN-DATE
064900          MOVE 0 TO DL-AN-TIME
065000          MOVE SPACE TO DL-AN-DIRECTION
065100          MOVE SPACES TO DL-AN-READER
065200          MOVE 4 TO DL-AN-SEVERITY
065300          MOVE 'PIU'' DI 24 ORE NELLA GIORNATA' TO DL-AN-REASON
065400          PERFORM 5000-LOG-ANOMALY THRU 5000-LOG-ANOMALY-EXIT
065500      END-IF.
065600      IF DL-DAY-BAD
065700          ADD 1 TO DL-BAD-DAY-COUNT
065800          MOVE DL-CUR-MATRICOLA TO PX-MATRICOLA
065900          MOVE DL-DAY-DATE TO PX-DATE
066000          MOVE 0 TO PX-TIME
066100          MOVE SPACE TO PX-DIRECTION
066200          MOVE SPACES TO PX-READER-ID
066300          MOVE 'GIORNATA NON IMPORTATA - DA TSMNT'
066400              TO PX-REASON
066500          WRITE PUNCH-LIST-RECORD
066600          DISPLAY PX-MATRICOLA ' ' PX-DATE '          '
066700              PX-REASON
066800          GO TO 4200-WRITE-DAY-EXIT
066900      END-IF.
067000      IF DL-DAY-MIN = 0
067100          GO TO 4200-WRITE-DAY-EXIT
067200      END-IF.
067300      MOVE DL-CUR-MATRICOLA TO TS-MATRICOLA.
067400      MOVE DL-DAY-DATE TO TS-DATE.
067500      MOVE DL-DAY-DATE TO DL-TS-DATE-R.
067600      MOVE DL-TS-DD TO DL-WD-DAY.
067700      MOVE DL-TS-MM TO DL-WD-MONTH.
067800      MOVE DL-TS-CCYY TO DL-WD-YEAR.
067900      CALL 'WEEKDAY' USING DL-WD-DAY DL-WD-MONTH DL-WD-YEAR
068000          DL-COMPUTED-CODE.
068100      MOVE DL-COMPUTED-CODE TO TS-DAY-CODE.
068200      MOVE 'S' TO TS-WORKED-FLAG.
068300      COMPUTE TS-HOURS = DL-DAY-MIN / 60.
068400      WRITE TIMESHEET-RECORD.
068500      ADD 1 TO DL-DAY-COUNT.
068600  4200-WRITE-DAY-EXIT.
068700      EXIT.
068800****************************************************************
068900*  5000-LOG-ANOMALY
069000*  MARKS THE DAY SPOILT, THEN LISTS THE PUNCH ON PUNCHLST, THE
069100*  REPORT AND THE EXCEPTION FILE - UNLESS IT FALLS OUTSIDE THE
069200*  PERIOD, WHERE THE PUNCH ONLY MATTERED FOR THE PAIRING.
069300****************************************************************
069400  5000-LOG-ANOMALY.
069500      IF DL-AN-DATE = DL-DAY-DATE
069600          MOVE 'Y' TO DL-DAY-BAD-SW
069700      END-IF.
069800      IF NOT DL-AN-FORCED
069900          IF DL-AN-DATE < DL-PERIOD-START
070000                  OR DL-AN-DATE > DL-PERIOD-END
070100              GO TO 5000-LOG-ANOMALY-EXIT
070200          END-IF
070300      END-IF.
070400      ADD 1 TO DL-ANOMALY-COUNT.
070500      MOVE DL-CUR-MATRICOLA TO PX-MATRICOLA.
070600      MOVE DL-AN-DATE TO PX-DATE.
070700      MOVE DL-AN-TIME TO PX-TIME.
070800      MOVE DL-AN-DIRECTION TO PX-DIRECTION.
070900      MOVE DL-AN-READER TO PX-READER-ID.
071000      MOVE DL-AN-REASON TO PX-REASON.
071100      WRITE PUNCH-LIST-RECORD.
071200      DISPLAY PX-MATRICOLA ' ' PX-DATE ' ' PX-TIME ' '
071300          PX-DIRECTION ' ' PX-READER-ID ' ' PX-REASON.
071400      MOVE DL-AN-REASON TO DL-EXC-REASON.
071500      MOVE DL-AN-DATE TO DL-EXC-DATE.
071600      MOVE DL-AN-SEVERITY TO EX-SEVERITY.
071700      MOVE DL-CUR-MATRICOLA TO EX-KEY.
071800      MOVE DL-EXC-TEXT TO EX-MESSAGE.
071900      PERFORM 9800-WRITE-EXCEPTION
072000          THRU 9800-WRITE-EXCEPTION-EXIT.
072100  5000-LOG-ANOMALY-EXIT.
072200      EXIT.
072300****************************************************************
072400*  6000-ROUND-IN / 6100-ROUND-OUT
072500*  QUARTER-HOUR ROUNDING.  ENTRATA: UP TO DL-GRACE MINUTES PAST
072600*  THE QUARTER ROUNDS BACK TO IT, LATER ROUNDS ON TO THE NEXT.
072700*  USCITA: WITHIN DL-GRACE MINUTES OF THE NEXT QUARTER ROUNDS
072800*  ON TO IT, EARLIER ROUNDS BACK.
072900****************************************************************
073000  6000-ROUND-IN.
073100      DIVIDE DL-OPEN-MIN BY 15 GIVING DL-QUOT
073200          REMAINDER DL-REM.
073300      IF DL-REM > DL-GRACE
073400          COMPUTE DL-IN-RND = (DL-QUOT + 1) * 15
073500      ELSE
073600          COMPUTE DL-IN-RND = DL-QUOT * 15
073700      END-IF.
073800  6000-ROUND-IN-EXIT.
073900      EXIT.
074000  6100-ROUND-OUT.
074100      DIVIDE DL-PUNCH-MIN BY 15 GIVING DL-QUOT
074200          REMAINDER DL-REM.
074300      IF DL-REM >= DL-OUT-THRESHOLD
074400          COMPUTE DL-OUT-RND = (DL-QUOT + 1) * 15
074500      ELSE
074600          COMPUTE DL-OUT-RND = DL-QUOT * 15
074700      END-IF.
074800  6100-ROUND-OUT-EXIT.
074900      EXIT.
075000****************************************************************
075100*  7000-NEXT-DAY
075200*  DL-ND-DATE MOVED ON ONE CALENDAR DAY, SAME LEAP-YEAR RULE
075300*  AS MESII'S 1000-SET-FEBBRAIO-LIMIT.
075400****************************************************************
075500  7000-NEXT-DAY.
075600      MOVE 'N' TO DL-LEAP-SW.
075700      DIVIDE DL-ND-CCYY BY 4 GIVING DL-YEAR-QUOTIENT
075800          REMAINDER DL-YEAR-REM-4.
075900      IF DL-YEAR-REM-4 = 0
076000          MOVE 'Y' TO DL-LEAP-SW
076100          DIVIDE DL-ND-CCYY BY 100 GIVING DL-YEAR-QUOTIENT
076200              REMAINDER DL-YEAR-REM-100
076300          IF DL-YEAR-REM-100 = 0
076400              MOVE 'N' TO DL-LEAP-SW
076500              DIVIDE DL-ND-CCYY BY 400
076600                  GIVING DL-YEAR-QUOTIENT
076700                  REMAINDER DL-YEAR-REM-400
076800              IF DL-YEAR-REM-400 = 0
076900                  MOVE 'Y' TO DL-LEAP-SW
077000              END-IF
077100          END-IF
077200      END-IF.
077300      IF DL-LEAP-YEAR
077400          MOVE 29 TO G-MESE(2)
077500      ELSE
077600          MOVE 28 TO G-MESE(2)
077700      END-IF.
077800      IF DL-ND-DD < G-MESE(DL-ND-MM)
077900          ADD 1 TO DL-ND-DD
078000          GO TO 7000-NEXT-DAY-EXIT
078100      END-IF.
078200      MOVE 1 TO DL-ND-DD.
078300      IF DL-ND-MM = 12
078400          MOVE 1 TO DL-ND-MM
078500          ADD 1 TO DL-ND-CCYY
078600      ELSE
078700          ADD 1 TO DL-ND-MM
078800      END-IF.
078900  7000-NEXT-DAY-EXIT.
079000      EXIT.
079100  9700-OPEN-EXCEPTION-FILE.
079200      OPEN EXTEND EXCEPTION-FILE.
079300      IF DL-EXC-FILE-STATUS = '35'
079400          OPEN OUTPUT EXCEPTION-FILE
079500          CLOSE EXCEPTION-FILE
079600          OPEN EXTEND EXCEPTION-FILE
079700      END-IF.
079800  9700-OPEN-EXCEPTION-FILE-EXIT.
079900      EXIT.
080000  9800-WRITE-EXCEPTION.
080100      MOVE 'TSPUNCH' TO EX-PROGRAM-ID.
080200      ACCEPT EX-RUN-DATE FROM DATE YYYYMMDD.
080300      ACCEPT EX-RUN-TIME FROM TIME.
080400      MOVE 'N' TO EX-ACK-FLAG.
080500      MOVE SPACES TO EX-ACK-OPERATOR.
080600      MOVE 0 TO EX-ACK-DATE.
080700      MOVE SPACES TO EX-ACK-NOTE.
080800      WRITE EXCEPTION-RECORD.
080900  9800-WRITE-EXCEPTION-EXIT.
081000      EXIT.
081100****************************************************************
081200*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
081300****************************************************************
081400  COPY RPTHDRP.
