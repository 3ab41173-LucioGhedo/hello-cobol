000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LVBREL.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  LVBREL
000900*  ADVANCE-LEAVE RELEASE, RUN AHEAD OF TSEDIT IN THE PAY RUNS.
001000*  EVERY DAY ON THE LEAVE-BOOKING FILE (LVBOOK.CPY, KEPT BY
001100*  LVBMNT FROM THE MENU) THAT FALLS INSIDE THE RUNCTL PERIOD IS
001200*  WRITTEN AS ONE TIMESHEET RECORD (TSREC) TO TSLEAVE: WORKED
001300*  FLAG F OR P FROM THE BOOKING, NO HOURS (A LEAVE DAY IS PAID
001400*  AT THE STANDARD DAY, AS IN TSMNT) AND THE DAY CODE WORKED OUT
001500*  WITH WEEKDAY WHEN THE DAY WAS BOOKED.  TSEDIT READS TSLEAVE
001600*  BEHIND TIMESHTS AND TSCLOCK AND KEEPS THE FIRST RECORD FOR A
001700*  MATRICOLA/DATE, SO A DAY KEYED IN TSMNT OR PUNCHED ON THE
001800*  CLOCKS WINS OVER THE BOOKING.  DAYS DRAWS THE LEAVEBAL
001900*  BALANCE DOWN FROM THE RELEASED DAYS AS IT DOES FOR ANY OTHER
002000*  LEAVE RECORD.  NOTHING IS UPDATED HERE, SO THE STEP SIMPLY
002100*  RERUNS ON A RESTART.  NO LVBOOK FILE MEANS NOTHING BOOKED;
002200*  AN EMPTY OR MISSING RUNCTL ENDS THE STEP WITH RC 8.
002300*  MOD HISTORY
002400*  15/10/2026 LG  NEW.
002500****************************************************************
002600  ENVIRONMENT DIVISION.
002700  CONFIGURATION SECTION.
002800  SOURCE-COMPUTER. IBM-PC.
002900  OBJECT-COMPUTER. IBM-PC.
003000  INPUT-OUTPUT SECTION.
003100  FILE-CONTROL.
003200      SELECT LEAVE-BOOKING ASSIGN TO "LVBOOK"
003300          ORGANIZATION INDEXED
003400          ACCESS MODE DYNAMIC
003500          RECORD KEY BK-KEY
003600          FILE STATUS IS DL-BK-FILE-STATUS.
003700      SELECT LEAVE-TIMESHEET ASSIGN TO "TSLEAVE"
003800          ORGANIZATION LINE SEQUENTIAL
003900          FILE STATUS IS DL-TS-FILE-STATUS.
004000      SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
004100          ORGANIZATION LINE SEQUENTIAL
004200          FILE STATUS IS DL-RC-FILE-STATUS.
004300*
004400  DATA DIVISION.
004500  FILE SECTION.
004600  FD  LEAVE-BOOKING.
004700  COPY LVBOOK.
004800  FD  LEAVE-TIMESHEET.
004900  COPY TSREC.
005000  FD  RUN-CONTROL.
005100  COPY RUNCTL.
005200*
005300  WORKING-STORAGE SECTION.
005400  01  DL-BK-FILE-STATUS            PIC X(02).
005500  01  DL-TS-FILE-STATUS            PIC X(02).
005600  01  DL-RC-FILE-STATUS            PIC X(02).
005700  01  DL-EOF-SW                    PIC X(01) VALUE 'N'.
005800      88  DL-END-OF-FILE                      VALUE 'Y'.
005900  01  DL-PERIOD-START              PIC 9(08).
006000  01  DL-PERIOD-END                PIC 9(08).
006100  01  DL-READ-COUNT                PIC 9(06) VALUE 0.
006200  01  DL-FERIE-COUNT               PIC 9(06) VALUE 0.
006300  01  DL-PERM-COUNT                PIC 9(06) VALUE 0.
006400*
006500  PROCEDURE DIVISION.
006600****************************************************************
006700*  0000-MAINLINE
006800****************************************************************
006900  0000-MAINLINE.
007000      PERFORM 0100-READ-RUN-CONTROL
007100          THRU 0100-READ-RUN-CONTROL-EXIT.
007200      IF RETURN-CODE = 8
007300          GOBACK
007400      END-IF.
007500      OPEN OUTPUT LEAVE-TIMESHEET.
007600      IF DL-TS-FILE-STATUS NOT = '00'
007700          DISPLAY 'IMPOSSIBILE SCRIVERE TSLEAVE - STATUS '
007800              DL-TS-FILE-STATUS
007900          MOVE 8 TO RETURN-CODE
008000          GOBACK
008100      END-IF.
008200      OPEN INPUT LEAVE-BOOKING.
008300      IF DL-BK-FILE-STATUS NOT = '00'
008400          DISPLAY 'LVBOOK NON DISPONIBILE - NESSUN GIORNO '
008500              'PRENOTATO'
008600          CLOSE LEAVE-TIMESHEET
008700          GOBACK
008800      END-IF.
008900      PERFORM 1000-RELEASE-ONE THRU 1000-RELEASE-ONE-EXIT
009000          UNTIL DL-END-OF-FILE.
009100      CLOSE LEAVE-BOOKING.
009200      CLOSE LEAVE-TIMESHEET.
009300      DISPLAY 'GIORNI PRENOTATI LETTI: ' DL-READ-COUNT.
009400      DISPLAY 'FERIE RILASCIATE      : ' DL-FERIE-COUNT.
009500      DISPLAY 'PERMESSI RILASCIATI   : ' DL-PERM-COUNT.
009600      GOBACK.
009700****************************************************************
009800*  0100-READ-RUN-CONTROL
009900*  THE PERIOD BEING PAID.
010000****************************************************************
010100  0100-READ-RUN-CONTROL.
010200      OPEN INPUT RUN-CONTROL.
010300      IF DL-RC-FILE-STATUS NOT = '00'
010400          DISPLAY 'IMPOSSIBILE APRIRE RUNCTL - STATUS '
010500              DL-RC-FILE-STATUS
010600          MOVE 8 TO RETURN-CODE
010700          GO TO 0100-READ-RUN-CONTROL-EXIT
010800      END-IF.
010900      READ RUN-CONTROL
011000          AT END
011100              DISPLAY 'RUNCTL VUOTO - RILASCIO FERIE RIFIUTATO'
011200              MOVE 8 TO RETURN-CODE
011300              CLOSE RUN-CONTROL
011400              GO TO 0100-READ-RUN-CONTROL-EXIT
011500      END-READ.
011600      MOVE RN-PERIOD-START TO DL-PERIOD-START.
011700      MOVE RN-PERIOD-END TO DL-PERIOD-END.
011800      CLOSE RUN-CONTROL.
011900      DISPLAY 'PERIODO ' DL-PERIOD-START ' - ' DL-PERIOD-END.
012000  0100-READ-RUN-CONTROL-EXIT.
012100      EXIT.
012200****************************************************************
012300*  1000-RELEASE-ONE
012400*  ONE BOOKED DAY: WRITTEN ONLY WHEN IT IS INSIDE THE PERIOD.
012500****************************************************************
012600  1000-RELEASE-ONE.
012700      READ LEAVE-BOOKING NEXT RECORD
012800          AT END
012900              MOVE 'Y' TO DL-EOF-SW
013000              GO TO 1000-RELEASE-ONE-EXIT
013100      END-READ.
013200      ADD 1 TO DL-READ-COUNT.
013300      IF BK-DATE < DL-PERIOD-START OR BK-DATE > DL-PERIOD-END
013400          GO TO 1000-RELEASE-ONE-EXIT
013500      END-IF.
013600      MOVE BK-MATRICOLA TO TS-MATRICOLA.
013700      MOVE BK-DATE TO TS-DATE.
013800      MOVE BK-DAY-CODE TO TS-DAY-CODE.
013900      MOVE BK-TYPE TO TS-WORKED-FLAG.
014000      MOVE 0 TO TS-HOURS.
014100      WRITE TIMESHEET-RECORD.
014200      IF BK-FERIE
014300          ADD 1 TO DL-FERIE-COUNT
014400      ELSE
014500          ADD 1 TO DL-PERM-COUNT
014600      END-IF.
014700  1000-RELEASE-ONE-EXIT.
014800      EXIT.
