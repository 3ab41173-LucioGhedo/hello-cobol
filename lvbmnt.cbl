000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. LVBMNT.
000300 AUTHOR. LUCIO.
000400 INSTALLATION. ACME PAYROLL SERVICES.
000500 DATE-WRITTEN. 15/10/2026.
000600 DATE-COMPILED.
000700****************************************************************
000800*  LVBMNT
000900*  ADVANCE LEAVE BOOKING, CALLED FROM MENU.  FERIE USED TO BE
001000*  BOOKED ON PAPER AND ONLY REACHED THE SYSTEM AS F RECORDS
001100*  KEYED DAY BY DAY IN TSMNT, OFTEN AFTER THE WEEK HAD RUN.
001200*  HERE HR BOOKS A FUTURE FERIE OR PERMESSO DATE RANGE FOR AN
001300*  EMPLOYEE.  THE RANGE IS WALKED DAY BY DAY:
001400*    - ONLY DAYS MARKED S ON THE EMPLOYEE'S EMP-SCHEDULE COUNT
001500*      (DAY CODE FROM THE SHARED WEEKDAY UTILITY)
001600*    - A DATE ON THE HOLIDAY CALENDAR (HOLCAL) DOES NOT COUNT
001700*    - A DAY ALREADY BOOKED REFUSES THE WHOLE RANGE
001800*  THE WORKING DAYS MUST FIT IN THE LEAVEBAL BALANCE LEFT FOR
001900*  THE TYPE - DUE LESS USED LESS THE DAYS ALREADY BOOKED AND
002000*  NOT YET TAKEN (AFTER LB-LAST-PERIOD-END).  A RANGE IN A YEAR
002100*  WHOSE BALANCE IS NOT OPEN YET (THE BATCH RUN RESETS LEAVEBAL
002200*  ON THE FIRST PERIOD OF THE YEAR) IS BOOKED WITH A WARNING.
002300*  APPROVED DAYS GO ON THE KEYED LEAVE-BOOKING FILE (LVBOOK.CPY)
002400*  ONE RECORD PER DAY; THE PAY RUN'S LVBREL STEP TURNS THEM INTO
002500*  TIMESHEET RECORDS WHEN THEIR PERIOD IS PAID.  A BOOKING CAN
002600*  BE CANCELLED BY ITS FIRST DATE - ONLY THE DAYS NOT YET TAKEN
002700*  GO.  EVERY DAY WRITTEN OR REMOVED IS LOGGED TO CHGLOG WITH
002800*  THE OPERSESS OPERATOR ID, THE SAME PATTERN AS TSMNT.
002900*  MOD HISTORY
003000*  15/10/2026 LG  NEW.
003010*  15/10/2026 LG  A DAY INSIDE A PAY PERIOD PERCLOSE HAS CLOSED
003020*                 (PERCHK) REFUSES A NEW BOOKING AND IS KEPT BY A
003030*                 CANCELLATION, LIKE A DAY ALREADY TAKEN.
003100****************************************************************
003200  ENVIRONMENT DIVISION.
003300  CONFIGURATION SECTION.
003400  SOURCE-COMPUTER. IBM-PC.
003500  OBJECT-COMPUTER. IBM-PC.
003600  INPUT-OUTPUT SECTION.
003700  FILE-CONTROL.
003800      SELECT LEAVE-BOOKING ASSIGN TO "LVBOOK"
003900          ORGANIZATION INDEXED
004000          ACCESS MODE DYNAMIC
004100          RECORD KEY BK-KEY
004200          FILE STATUS IS DL-BK-FILE-STATUS.
004300      SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
004400          ORGANIZATION INDEXED
004500          ACCESS MODE DYNAMIC
004600          RECORD KEY EMP-MATRICOLA
004700          FILE STATUS IS DL-EMP-FILE-STATUS.
004800      SELECT LEAVE-BALANCE ASSIGN TO "LEAVEBAL"
004900          ORGANIZATION INDEXED
005000          ACCESS MODE DYNAMIC
005100          RECORD KEY LB-MATRICOLA
005200          FILE STATUS IS DL-LB-FILE-STATUS.
005300      SELECT HOLIDAY-CALENDAR ASSIGN TO "HOLCAL"
005400          ORGANIZATION LINE SEQUENTIAL
005500          FILE STATUS IS DL-HOLCAL-FILE-STATUS.
005600      SELECT CHANGE-LOG ASSIGN TO "CHGLOG"
005700          ORGANIZATION LINE SEQUENTIAL
005800          FILE STATUS IS DL-CHGLOG-FILE-STATUS.
005900      SELECT OPERATOR-SESSION ASSIGN TO "OPERSESS"
006000          ORGANIZATION LINE SEQUENTIAL
006100          FILE STATUS IS DL-SESS-FILE-STATUS.
006200*
006300  DATA DIVISION.
006400  FILE SECTION.
006500  FD  LEAVE-BOOKING.
006600  COPY LVBOOK.
006700  FD  EMPLOYEE-MASTER.
006800  01  EMPLOYEE-MASTER-RECORD.
006900      COPY EMPREC.
007000      05  EMP-WORK-DAY            PIC 9(01).
007100  FD  LEAVE-BALANCE.
007200  COPY LEAVREC.
007300  FD  HOLIDAY-CALENDAR.
007400  01  HOLIDAY-CALENDAR-RECORD.
007500      05  HC-DATE                  PIC 9(08).
007600      05  HC-DESC                  PIC X(30).
007700  FD  CHANGE-LOG.
007800  COPY CHGLOG.
007900  FD  OPERATOR-SESSION.
008000  COPY OPRSESS.
008100*
008200  WORKING-STORAGE SECTION.
008300  COPY WKDAYTAB.
008400  01  DL-BK-FILE-STATUS            PIC X(02).
008500  01  DL-EMP-FILE-STATUS           PIC X(02).
008600  01  DL-LB-FILE-STATUS            PIC X(02).
008700  01  DL-HOLCAL-FILE-STATUS        PIC X(02).
008800  01  DL-CHGLOG-FILE-STATUS        PIC X(02).
008900  01  DL-SESS-FILE-STATUS          PIC X(02).
009000  01  DL-OPERATOR-ID               PIC X(08) VALUE 'IGNOTO'.
009100  01  DL-CHOICE                    PIC X(01).
009200  01  DL-FOUND-SW                  PIC X(01).
009300      88  DL-MATRICOLA-FOUND                  VALUE 'Y'.
009400  01  DL-LB-FOUND-SW               PIC X(01).
009500      88  DL-LB-FOUND                         VALUE 'Y'.
009600  01  DL-EOF-SW                    PIC X(01).
009700      88  DL-END-OF-BOOKINGS                  VALUE 'Y'.
009800  01  DL-REFUSE-SW                 PIC X(01).
009900      88  DL-REFUSED                          VALUE 'Y'.
010000  01  DL-VALID-SW                  PIC X(01).
010100  01  DL-ACTION                    PIC X(01).
010200  01  DL-HOL-EOF-SW                PIC X(01).
010300      88  DL-HOL-END-OF-FILE                  VALUE 'Y'.
010400  01  DL-IS-HOLIDAY-SW             PIC X(01).
010500      88  DL-IS-HOLIDAY                       VALUE 'Y'.
010600  01  DL-HOL-COUNT                 PIC 9(03) VALUE 0.
010700  01  DL-HOL-TABLE.
010800      05  DL-HOL-ENTRY OCCURS 200 TIMES.
010900          10  DL-HOL-DATE          PIC 9(08).
011000  01  DL-H                         PIC 9(03).
011100  01  DL-NEW-MATRICOLA             PIC X(05).
011200  01  DL-NEW-TYPE                  PIC X(01).
011300  01  DL-TODAY                     PIC 9(08).
011400  01  DL-LAST-PERIOD-END           PIC 9(08).
011500  01  DL-BAL-YEAR                  PIC 9(04).
011600  01  DL-NEW-DATE                  PIC 9(08).
011700  01  DL-NEW-DATE-R REDEFINES DL-NEW-DATE.
011800      05  DL-NEW-CCYY              PIC 9(04).
011900      05  DL-NEW-MM                PIC 9(02).
012000      05  DL-NEW-DD                PIC 9(02).
012100  01  DL-FROM-DATE                 PIC 9(08).
012200  01  DL-FROM-DATE-R REDEFINES DL-FROM-DATE.
012300      05  DL-FROM-CCYY             PIC 9(04).
012400      05  DL-FROM-MMDD             PIC 9(04).
012500  01  DL-TO-DATE                   PIC 9(08).
012600  01  DL-TO-DATE-R REDEFINES DL-TO-DATE.
012700      05  DL-TO-CCYY               PIC 9(04).
012800      05  DL-TO-MMDD               PIC 9(04).
012900  01  DL-WALK-DATE                 PIC 9(08).
013000  01  DL-WALK-DATE-R REDEFINES DL-WALK-DATE.
013100      05  DL-WALK-CCYY             PIC 9(04).
013200      05  DL-WALK-MM               PIC 9(02).
013300      05  DL-WALK-DD               PIC 9(02).
013400  01  DL-CAL-DAYS                  PIC 9(03).
013500  01  DL-DAY-COUNT                 PIC 9(02).
013600  01  DL-DAY-TABLE.
013700      05  DL-BD-ENTRY OCCURS 62 TIMES.
013800          10  DL-BD-DATE           PIC 9(08).
013900          10  DL-BD-DAY-CODE       PIC 9(01).
014000  01  DL-D                         PIC 9(02).
014100  01  DL-DAY-CODE                  PIC 9(01).
014200  01  DL-WD-DAY                    PIC 9(02).
014300  01  DL-WD-MONTH                  PIC 9(02).
014400  01  DL-WD-YEAR                   PIC 9(04).
014500  01  DL-BOOKED-FERIE              PIC 9(03).
014600  01  DL-BOOKED-PERM               PIC 9(03).
014700  01  DL-BOOKED-TYPE               PIC 9(03).
014800  01  DL-CANCEL-COUNT              PIC 9(03).
014900  01  DL-KEEP-COUNT                PIC 9(03).
015000  01  DL-LIST-COUNT                PIC 9(03).
015100  01  DL-REST                      PIC S9(04)V99.
015200  01  DL-AVAIL                     PIC S9(04)V99.
015300  01  DL-ED-REST                   PIC -(4)9.99.
015400  01  DL-ED-AVAIL                  PIC -(4)9.99.
015500  01  DL-PROMPT                    PIC X(40).
015600  01  DL-BUFFER                    PIC X(10).
015700  01  DL-BUFFER-CHECK              PIC X(09) JUSTIFIED RIGHT.
015800  01  GG                           PIC X(25) VALUE
015900          '312831303130313130313031'.
016000  01  TAB-GG REDEFINES GG.
016100      05  G-MESE OCCURS 12 TIMES   PIC 99.
016200  01  DL-YEAR-REM-4                PIC 9(04).
016300  01  DL-YEAR-REM-100              PIC 9(04).
016400  01  DL-YEAR-REM-400              PIC 9(04).
016500  01  DL-YEAR-QUOTIENT             PIC 9(04).
016600  01  DL-LEAP-SW                   PIC X(01) VALUE 'N'.
016700      88  DL-LEAP-YEAR                        VALUE 'Y'.
016800  01  DL-AUTH-RESULT               PIC 9(01).
016810  01  DL-PERIOD-RESULT             PIC 9(01).
016820      88  DL-PERIOD-CLOSED                    VALUE 1.
016900  01  DL-LIST-LINE.
017000      05  DL-LST-DATE              PIC 9(08).
017100      05  FILLER                   PIC X(01) VALUE SPACE.
017200      05  DL-LST-DAY               PIC X(03).
017300      05  FILLER                   PIC X(02) VALUE SPACES.
017400      05  DL-LST-TYPE              PIC X(08).
017500      05  FILLER                   PIC X(05) VALUE ' DAL '.
017600      05  DL-LST-FROM              PIC 9(08).
017700      05  FILLER                   PIC X(04) VALUE ' AL '.
017800      05  DL-LST-TO                PIC 9(08).
017900      05  FILLER                   PIC X(02) VALUE SPACES.
018000      05  DL-LST-STATUS            PIC X(09).
018100*
018200  PROCEDURE DIVISION.
018300****************************************************************
018400*  0000-MAINLINE
018500****************************************************************
018600  0000-MAINLINE.
018700      PERFORM 0300-READ-SESSION
018800          THRU 0300-READ-SESSION-EXIT.
018900      MOVE SPACE TO DL-CHOICE.
019000      ACCEPT DL-TODAY FROM DATE YYYYMMDD.
019100      OPEN EXTEND CHANGE-LOG.
019200      IF DL-CHGLOG-FILE-STATUS = '35'
019300          OPEN OUTPUT CHANGE-LOG
019400          CLOSE CHANGE-LOG
019500          OPEN EXTEND CHANGE-LOG
019600      END-IF.
019700      IF DL-CHGLOG-FILE-STATUS NOT = '00'
019800          DISPLAY 'IMPOSSIBILE APRIRE CHGLOG - STATUS '
019900              DL-CHGLOG-FILE-STATUS
020000          MOVE 8 TO RETURN-CODE
020100          GOBACK
020200      END-IF.
020300      OPEN INPUT EMPLOYEE-MASTER.
020400      IF DL-EMP-FILE-STATUS NOT = '00'
020500          DISPLAY 'IMPOSSIBILE APRIRE EMPMAST - STATUS '
020600              DL-EMP-FILE-STATUS
020700          CLOSE CHANGE-LOG
020800          MOVE 8 TO RETURN-CODE
020900          GOBACK
021000      END-IF.
021100      OPEN INPUT LEAVE-BALANCE.
021200      IF DL-LB-FILE-STATUS NOT = '00'
021300          DISPLAY 'IMPOSSIBILE APRIRE LEAVEBAL - STATUS '
021400              DL-LB-FILE-STATUS
021500          CLOSE EMPLOYEE-MASTER
021600          CLOSE CHANGE-LOG
021700          MOVE 8 TO RETURN-CODE
021800          GOBACK
021900      END-IF.
022000      OPEN I-O LEAVE-BOOKING.
022100      IF DL-BK-FILE-STATUS = '35'
022200          OPEN OUTPUT LEAVE-BOOKING
022300          CLOSE LEAVE-BOOKING
022400          OPEN I-O LEAVE-BOOKING
022500      END-IF.
022600      IF DL-BK-FILE-STATUS NOT = '00'
022700          DISPLAY 'IMPOSSIBILE APRIRE LVBOOK - STATUS '
022800              DL-BK-FILE-STATUS
022900          CLOSE LEAVE-BALANCE
023000          CLOSE EMPLOYEE-MASTER
023100          CLOSE CHANGE-LOG
023200          MOVE 8 TO RETURN-CODE
023300          GOBACK
023400      END-IF.
023500      PERFORM 0500-LOAD-HOLIDAYS THRU 0500-LOAD-HOLIDAYS-EXIT.
023600      PERFORM 2000-ESEGUI THRU 2000-ESEGUI-EXIT
023700          UNTIL DL-CHOICE = 'F' OR DL-CHOICE = 'f'.
023800      CLOSE LEAVE-BOOKING.
023900      CLOSE LEAVE-BALANCE.
024000      CLOSE EMPLOYEE-MASTER.
024100      CLOSE CHANGE-LOG.
024200      GOBACK.
024300****************************************************************
024400*  0300-READ-SESSION
024500*  PICKS THE OPERATOR ID UP FROM THE ONE-RECORD OPERSESS FILE
024600*  MENU WRITES AT SIGN-ON.  MISSING FILE = IGNOTO.
024700****************************************************************
024800  0300-READ-SESSION.
024900      OPEN INPUT OPERATOR-SESSION.
025000      IF DL-SESS-FILE-STATUS NOT = '00'
025100          GO TO 0300-READ-SESSION-EXIT
025200      END-IF.
025300      READ OPERATOR-SESSION
025400          AT END
025500              CONTINUE
025600          NOT AT END
025700              MOVE OS-OPERATOR-ID TO DL-OPERATOR-ID
025800      END-READ.
025900      CLOSE OPERATOR-SESSION.
026000  0300-READ-SESSION-EXIT.
026100      EXIT.
026200****************************************************************
026300*  0500-LOAD-HOLIDAYS
026400*  THE HOLIDAY CALENDAR INTO DL-HOL-TABLE, THE SAME FILE AND
026500*  PATTERN AS DAYS' 5650-LOAD-HOLIDAYS.  A MISSING CALENDAR
026600*  JUST MEANS NO HOLIDAYS ARE KNOWN - SAID ONCE, SO HR KNOWS A
026700*  RANGE OVER A HOLIDAY WILL COUNT IT.
026800****************************************************************
026900  0500-LOAD-HOLIDAYS.
027000      MOVE 'N' TO DL-HOL-EOF-SW.
027100      MOVE 0 TO DL-HOL-COUNT.
027200      OPEN INPUT HOLIDAY-CALENDAR.
027300      IF DL-HOLCAL-FILE-STATUS NOT = '00'
027400          DISPLAY 'CALENDARIO FESTIVITA'' NON DISPONIBILE - '
027500              'LE FESTIVITA'' NON SARANNO ESCLUSE'
027600          GO TO 0500-LOAD-HOLIDAYS-EXIT
027700      END-IF.
027800      PERFORM 0510-LOAD-ONE-HOLIDAY
027900          THRU 0510-LOAD-ONE-HOLIDAY-EXIT
028000          UNTIL DL-HOL-END-OF-FILE.
028100      CLOSE HOLIDAY-CALENDAR.
028200  0500-LOAD-HOLIDAYS-EXIT.
028300      EXIT.
028400  0510-LOAD-ONE-HOLIDAY.
028500      READ HOLIDAY-CALENDAR
028600          AT END
028700              MOVE 'Y' TO DL-HOL-EOF-SW
028800          NOT AT END
028900              IF DL-HOL-COUNT >= 200
029000                  DISPLAY 'TABELLA FESTIVITA'' PIENA - RECORD '
029100                      'IGNORATO'
029200              ELSE
029300                  ADD 1 TO DL-HOL-COUNT
029400                  MOVE HC-DATE TO DL-HOL-DATE(DL-HOL-COUNT)
029500              END-IF
029600      END-READ.
029700  0510-LOAD-ONE-HOLIDAY-EXIT.
029800      EXIT.
029900****************************************************************
030000*  2000-ESEGUI
030100****************************************************************
030200  2000-ESEGUI.
030300      DISPLAY ' '.
030400      DISPLAY 'PRENOTAZIONE FERIE E PERMESSI'.
030500      DISPLAY '  A) NUOVA PRENOTAZIONE'.
030600      DISPLAY '  D) CANCELLA PRENOTAZIONE'.
030700      DISPLAY '  V) VISUALIZZA PRENOTAZIONI DI UN DIPENDENTE'.
030800      DISPLAY '  F) FINE'.
030900      DISPLAY 'SCELTA?'.
031000      ACCEPT DL-CHOICE.
031100      EVALUATE DL-CHOICE
031200          WHEN 'A'
031300          WHEN 'a'
031400              PERFORM 3000-ADD-BOOKING THRU 3000-ADD-BOOKING-EXIT
031500          WHEN 'D'
031600          WHEN 'd'
031700              PERFORM 4000-CANCEL-BOOKING
031800                  THRU 4000-CANCEL-BOOKING-EXIT
031900          WHEN 'V'
032000          WHEN 'v'
032100              PERFORM 4500-LIST-BOOKINGS
032200                  THRU 4500-LIST-BOOKINGS-EXIT
032300          WHEN 'F'
032400          WHEN 'f'
032500              CONTINUE
032600          WHEN OTHER
032700              DISPLAY 'SCELTA NON VALIDA'
032800      END-EVALUATE.
032900  2000-ESEGUI-EXIT.
033000      EXIT.
033100****************************************************************
033200*  3000-ADD-BOOKING
033300*  ONE RANGE, ONE TYPE, ONE CALENDAR YEAR, NO MORE THAN 62
033400*  CALENDAR DAYS, STARTING TODAY OR LATER AND AFTER THE LAST
033500*  PERIOD THE BATCH RUN HAS PAID.  NOTHING IS WRITTEN UNTIL
033600*  EVERY DAY HAS PASSED AND THE OPERATOR HAS CONFIRMED.
033700****************************************************************
033800  3000-ADD-BOOKING.
033900      PERFORM 8100-ACCEPT-MATRICOLA
034000          THRU 8100-ACCEPT-MATRICOLA-EXIT.
034100      IF NOT DL-MATRICOLA-FOUND
034200          GO TO 3000-ADD-BOOKING-EXIT
034300      END-IF.
034400      PERFORM 3050-READ-BALANCE THRU 3050-READ-BALANCE-EXIT.
034500      IF NOT DL-LB-FOUND
034600          DISPLAY 'NESSUN SALDO FERIE IN LEAVEBAL PER '
034700              DL-NEW-MATRICOLA ' - PRENOTAZIONE RIFIUTATA'
034800          GO TO 3000-ADD-BOOKING-EXIT
034900      END-IF.
035000      PERFORM 8400-ACCEPT-TYPE THRU 8400-ACCEPT-TYPE-EXIT.
035100      MOVE 'DATA INIZIO (AAAAMMGG)?' TO DL-PROMPT.
035200      PERFORM 8500-ACCEPT-DATE THRU 8500-ACCEPT-DATE-EXIT.
035300      MOVE DL-NEW-DATE TO DL-FROM-DATE.
035400      MOVE 'DATA FINE (AAAAMMGG)?' TO DL-PROMPT.
035500      PERFORM 8500-ACCEPT-DATE THRU 8500-ACCEPT-DATE-EXIT.
035600      MOVE DL-NEW-DATE TO DL-TO-DATE.
035700      IF DL-TO-DATE < DL-FROM-DATE
035800          DISPLAY 'LA DATA FINE PRECEDE LA DATA INIZIO'
035900          GO TO 3000-ADD-BOOKING-EXIT
036000      END-IF.
036100      IF DL-FROM-CCYY NOT = DL-TO-CCYY
036200          DISPLAY 'L''INTERVALLO NON PUO'' SCAVALCARE L''ANNO - '
036300              'PRENOTARE UN ANNO ALLA VOLTA'
036400          GO TO 3000-ADD-BOOKING-EXIT
036500      END-IF.
036600      IF DL-FROM-DATE < DL-TODAY
036700          DISPLAY 'SI PRENOTANO SOLO GIORNI FUTURI - I GIORNI '
036800              'PASSATI SI INSERISCONO CON TSMNT'
036900          GO TO 3000-ADD-BOOKING-EXIT
037000      END-IF.
037100      IF DL-FROM-DATE NOT > DL-LAST-PERIOD-END
037200          DISPLAY 'PERIODO GIA'' ELABORATO FINO AL '
037300              DL-LAST-PERIOD-END ' - PRENOTAZIONE RIFIUTATA'
037400          GO TO 3000-ADD-BOOKING-EXIT
037500      END-IF.
037600      IF EMP-TERMINATED AND DL-TO-DATE > EMP-DATA-CESSAZIONE
037700          DISPLAY 'INTERVALLO OLTRE LA DATA DI CESSAZIONE '
037800              EMP-DATA-CESSAZIONE ' - PRENOTAZIONE RIFIUTATA'
037900          GO TO 3000-ADD-BOOKING-EXIT
038000      END-IF.
038100      PERFORM 3100-BUILD-DAYS THRU 3100-BUILD-DAYS-EXIT.
038200      IF DL-REFUSED
038300          GO TO 3000-ADD-BOOKING-EXIT
038400      END-IF.
038500      IF DL-DAY-COUNT = 0
038600          DISPLAY 'NESSUN GIORNO LAVORATIVO NELL''INTERVALLO - '
038700              'CONTROLLARE L''ORARIO SETTIMANALE IN ANAGRAFICA'
038800          GO TO 3000-ADD-BOOKING-EXIT
038900      END-IF.
039000      PERFORM 3200-CHECK-BALANCE THRU 3200-CHECK-BALANCE-EXIT.
039100      IF DL-REFUSED
039200          GO TO 3000-ADD-BOOKING-EXIT
039300      END-IF.
039400      DISPLAY 'GIORNI LAVORATIVI DA PRENOTARE: ' DL-DAY-COUNT.
039500      DISPLAY 'CONFERMI LA PRENOTAZIONE (S/N)?'.
039600      MOVE SPACES TO DL-BUFFER.
039700      ACCEPT DL-BUFFER.
039800      IF DL-BUFFER(1:1) NOT = 'S' AND DL-BUFFER(1:1) NOT = 's'
039900          DISPLAY 'PRENOTAZIONE ANNULLATA'
040000          GO TO 3000-ADD-BOOKING-EXIT
040100      END-IF.
040200      PERFORM 3300-WRITE-ONE-DAY THRU 3300-WRITE-ONE-DAY-EXIT
040300          VARYING DL-D FROM 1 BY 1 UNTIL DL-D > DL-DAY-COUNT.
040400      DISPLAY 'PRENOTAZIONE ' DL-NEW-MATRICOLA ' DAL '
040500          DL-FROM-DATE ' AL ' DL-TO-DATE ' REGISTRATA'.
040600  3000-ADD-BOOKING-EXIT.
040700      EXIT.
040800****************************************************************
040900*  3050-READ-BALANCE
041000*  THE EMPLOYEE'S LEAVEBAL RECORD.  WITH NONE, NOTHING HAS BEEN
041100*  TAKEN THROUGH THE BATCH RUN YET.
041200****************************************************************
041300  3050-READ-BALANCE.
041400      MOVE 'N' TO DL-LB-FOUND-SW.
041500      MOVE 0 TO DL-LAST-PERIOD-END.
041600      MOVE 0 TO DL-BAL-YEAR.
041700      MOVE DL-NEW-MATRICOLA TO LB-MATRICOLA.
041800      READ LEAVE-BALANCE
041900          INVALID KEY
042000              CONTINUE
042100          NOT INVALID KEY
042200              MOVE 'Y' TO DL-LB-FOUND-SW
042300              MOVE LB-LAST-PERIOD-END TO DL-LAST-PERIOD-END
042400              MOVE LB-YEAR TO DL-BAL-YEAR
042500      END-READ.
042600  3050-READ-BALANCE-EXIT.
042700      EXIT.
042800****************************************************************
042900*  3100-BUILD-DAYS
043000*  WALKS THE RANGE AND KEEPS THE DAYS TO BOOK IN DL-DAY-TABLE.
043100****************************************************************
043200  3100-BUILD-DAYS.
043300      MOVE 'N' TO DL-REFUSE-SW.
043400      MOVE 0 TO DL-DAY-COUNT.
043500      MOVE 0 TO DL-CAL-DAYS.
043600      MOVE DL-FROM-DATE TO DL-WALK-DATE.
043700      PERFORM 3110-CHECK-ONE-DAY THRU 3110-CHECK-ONE-DAY-EXIT
043800          UNTIL DL-WALK-DATE > DL-TO-DATE OR DL-REFUSED.
043900  3100-BUILD-DAYS-EXIT.
044000      EXIT.
044100  3110-CHECK-ONE-DAY.
044200      ADD 1 TO DL-CAL-DAYS.
044300      IF DL-CAL-DAYS > 62
044400          DISPLAY 'INTERVALLO TROPPO LUNGO - MASSIMO 62 GIORNI'
044500          MOVE 'Y' TO DL-REFUSE-SW
044600          GO TO 3110-CHECK-ONE-DAY-EXIT
044700      END-IF.
044800      MOVE DL-WALK-DD TO DL-WD-DAY.
044900      MOVE DL-WALK-MM TO DL-WD-MONTH.
045000      MOVE DL-WALK-CCYY TO DL-WD-YEAR.
045100      CALL 'WEEKDAY' USING DL-WD-DAY DL-WD-MONTH DL-WD-YEAR
045200          DL-DAY-CODE.
045300      IF EMP-SCHED-DAY(DL-DAY-CODE) = 'S'
045400          PERFORM 3120-TAKE-ONE-DAY THRU 3120-TAKE-ONE-DAY-EXIT
045500      END-IF.
045600      PERFORM 7600-NEXT-DATE THRU 7600-NEXT-DATE-EXIT.
045700  3110-CHECK-ONE-DAY-EXIT.
045800      EXIT.
045900  3120-TAKE-ONE-DAY.
046000      PERFORM 7700-CHECK-HOLIDAY THRU 7700-CHECK-HOLIDAY-EXIT.
046100      IF DL-IS-HOLIDAY
046200          DISPLAY DL-WALK-DATE ' FESTIVO - NON CONTEGGIATO'
046300          GO TO 3120-TAKE-ONE-DAY-EXIT
046400      END-IF.
046410      CALL 'PERCHK' USING EMP-COMPANY EMP-PAY-FREQ DL-WALK-DATE
046420          DL-PERIOD-RESULT.
046430      IF DL-PERIOD-CLOSED
046440          DISPLAY 'GIORNO ' DL-WALK-DATE ' IN UN PERIODO DI PAGA '
046450              'GIA'' CHIUSO - PRENOTAZIONE RIFIUTATA'
046460          MOVE 'Y' TO DL-REFUSE-SW
046470          GO TO 3120-TAKE-ONE-DAY-EXIT
046480      END-IF.
046500      MOVE DL-NEW-MATRICOLA TO BK-MATRICOLA.
046600      MOVE DL-WALK-DATE TO BK-DATE.
046700      READ LEAVE-BOOKING
046800          INVALID KEY
046900              CONTINUE
047000          NOT INVALID KEY
047100              DISPLAY 'GIORNO ' DL-WALK-DATE ' GIA'' PRENOTATO ('
047200                  BK-TYPE ') - PRENOTAZIONE RIFIUTATA'
047300              MOVE 'Y' TO DL-REFUSE-SW
047400              GO TO 3120-TAKE-ONE-DAY-EXIT
047500      END-READ.
047600      ADD 1 TO DL-DAY-COUNT.
047700      MOVE DL-WALK-DATE TO DL-BD-DATE(DL-DAY-COUNT).
047800      MOVE DL-DAY-CODE TO DL-BD-DAY-CODE(DL-DAY-COUNT).
047900  3120-TAKE-ONE-DAY-EXIT.
048000      EXIT.
048100****************************************************************
048200*  3200-CHECK-BALANCE
048300*  THE DAYS MUST FIT IN WHAT IS LEFT OF THE TYPE'S BALANCE ONCE
048400*  THE DAYS ALREADY BOOKED AND NOT YET TAKEN ARE SET ASIDE.
048500****************************************************************
048600  3200-CHECK-BALANCE.
048700      MOVE 'N' TO DL-REFUSE-SW.
048800      IF DL-FROM-CCYY NOT = DL-BAL-YEAR
048900          DISPLAY 'IL SALDO IN LEAVEBAL E'' DELL''ANNO '
049000              DL-BAL-YEAR ' - SALDO ' DL-FROM-CCYY
049100              ' NON ANCORA APERTO'
049200          DISPLAY 'SALDO NON VERIFICATO - DA CONTROLLARE A '
049300              'INIZIO ANNO'
049400          GO TO 3200-CHECK-BALANCE-EXIT
049500      END-IF.
049600      PERFORM 3500-COUNT-BOOKED THRU 3500-COUNT-BOOKED-EXIT.
049700      IF DL-NEW-TYPE = 'F'
049800          COMPUTE DL-REST = LB-FERIE-DUE - LB-FERIE-USED
049900          MOVE DL-BOOKED-FERIE TO DL-BOOKED-TYPE
050000      ELSE
050100          COMPUTE DL-REST = LB-PERM-DUE - LB-PERM-USED
050200          MOVE DL-BOOKED-PERM TO DL-BOOKED-TYPE
050300      END-IF.
050400      COMPUTE DL-AVAIL = DL-REST - DL-BOOKED-TYPE.
050500      MOVE DL-REST TO DL-ED-REST.
050600      MOVE DL-AVAIL TO DL-ED-AVAIL.
050700      DISPLAY 'RESIDUO ' DL-ED-REST '  GIA'' PRENOTATI '
050800          DL-BOOKED-TYPE '  DISPONIBILI ' DL-ED-AVAIL.
050900      IF DL-DAY-COUNT > DL-AVAIL
051000          DISPLAY 'SALDO INSUFFICIENTE PER ' DL-DAY-COUNT
051100              ' GIORNI - PRENOTAZIONE RIFIUTATA'
051200          MOVE 'Y' TO DL-REFUSE-SW
051300      END-IF.
051400  3200-CHECK-BALANCE-EXIT.
051500      EXIT.
051600****************************************************************
051700*  3300-WRITE-ONE-DAY
051800****************************************************************
051900  3300-WRITE-ONE-DAY.
052000      MOVE DL-NEW-MATRICOLA TO BK-MATRICOLA.
052100      MOVE DL-BD-DATE(DL-D) TO BK-DATE.
052200      MOVE DL-BD-DAY-CODE(DL-D) TO BK-DAY-CODE.
052300      MOVE DL-NEW-TYPE TO BK-TYPE.
052400      MOVE DL-FROM-DATE TO BK-RANGE-FROM.
052500      MOVE DL-TO-DATE TO BK-RANGE-TO.
052600      MOVE DL-TODAY TO BK-BOOKED-ON.
052700      MOVE DL-OPERATOR-ID TO BK-OPERATOR-ID.
052800      WRITE LEAVE-BOOKING-RECORD
052900          INVALID KEY
053000              DISPLAY 'SCRITTURA LVBOOK FALLITA - STATUS '
053100                  DL-BK-FILE-STATUS ' GIORNO ' BK-DATE
053200              GO TO 3300-WRITE-ONE-DAY-EXIT
053300      END-WRITE.
053400      MOVE 'A' TO CG-ACTION.
053500      MOVE DL-NEW-MATRICOLA TO CG-MATRICOLA.
053600      MOVE SPACES TO CG-BEFORE-IMAGE.
053700      MOVE LEAVE-BOOKING-RECORD TO CG-AFTER-IMAGE.
053800      PERFORM 6000-WRITE-CHANGE-LOG
053900          THRU 6000-WRITE-CHANGE-LOG-EXIT.
054000  3300-WRITE-ONE-DAY-EXIT.
054100      EXIT.
054200****************************************************************
054300*  3500-COUNT-BOOKED
054400*  FERIE AND PERMESSO DAYS BOOKED FOR THE EMPLOYEE IN THE
054500*  BALANCE YEAR AND NOT YET TAKEN (AFTER LB-LAST-PERIOD-END).
054600****************************************************************
054700  3500-COUNT-BOOKED.
054800      MOVE 0 TO DL-BOOKED-FERIE.
054900      MOVE 0 TO DL-BOOKED-PERM.
055000      MOVE 'N' TO DL-EOF-SW.
055100      MOVE DL-NEW-MATRICOLA TO BK-MATRICOLA.
055200      MOVE 0 TO BK-DATE.
055300      START LEAVE-BOOKING KEY NOT < BK-KEY
055400          INVALID KEY
055500              MOVE 'Y' TO DL-EOF-SW
055600      END-START.
055700      PERFORM 3510-COUNT-ONE-BOOKED
055800          THRU 3510-COUNT-ONE-BOOKED-EXIT
055900          UNTIL DL-END-OF-BOOKINGS.
056000  3500-COUNT-BOOKED-EXIT.
056100      EXIT.
056200  3510-COUNT-ONE-BOOKED.
056300      READ LEAVE-BOOKING NEXT RECORD
056400          AT END
056500              MOVE 'Y' TO DL-EOF-SW
056600              GO TO 3510-COUNT-ONE-BOOKED-EXIT
056700      END-READ.
056800      IF BK-MATRICOLA NOT = DL-NEW-MATRICOLA
056900          MOVE 'Y' TO DL-EOF-SW
057000          GO TO 3510-COUNT-ONE-BOOKED-EXIT
057100      END-IF.
057200      IF BK-DATE NOT > DL-LAST-PERIOD-END
057300              OR BK-DATE-CCYY NOT = DL-BAL-YEAR
057400          GO TO 3510-COUNT-ONE-BOOKED-EXIT
057500      END-IF.
057600      IF BK-FERIE
057700          ADD 1 TO DL-BOOKED-FERIE
057800      ELSE
057900          ADD 1 TO DL-BOOKED-PERM
058000      END-IF.
058100  3510-COUNT-ONE-BOOKED-EXIT.
058200      EXIT.
058300****************************************************************
058400*  4000-CANCEL-BOOKING
058500*  THE BOOKING IS NAMED BY ITS FIRST DATE (DAL, AS LISTED BY
058600*  V).  ONE PASS COUNTS, A SECOND - AFTER CONFIRMATION - DELETES
058700*  THE DAYS NOT YET TAKEN.  DAYS ALREADY THROUGH THE BATCH RUN
058800*  STAY: THEY ARE IN LEAVEBAL AND ON THE PAYSLIP.
058900****************************************************************
059000  4000-CANCEL-BOOKING.
059100      PERFORM 8100-ACCEPT-MATRICOLA
059200          THRU 8100-ACCEPT-MATRICOLA-EXIT.
059300      IF NOT DL-MATRICOLA-FOUND
059400          GO TO 4000-CANCEL-BOOKING-EXIT
059500      END-IF.
059600      PERFORM 3050-READ-BALANCE THRU 3050-READ-BALANCE-EXIT.
059700      MOVE 'DATA INIZIO DELLA PRENOTAZIONE (AAAAMMGG)?'
059800          TO DL-PROMPT.
059900      PERFORM 8500-ACCEPT-DATE THRU 8500-ACCEPT-DATE-EXIT.
060000      MOVE DL-NEW-DATE TO DL-FROM-DATE.
060100      MOVE 'C' TO DL-ACTION.
060200      PERFORM 4100-SCAN-BOOKING THRU 4100-SCAN-BOOKING-EXIT.
060300      IF DL-KEEP-COUNT > 0
060400          DISPLAY 'GIORNI GODUTI O IN PERIODO CHIUSO, NON '
060450              'CANCELLABILI: '
060500              DL-KEEP-COUNT
060600      END-IF.
060700      IF DL-CANCEL-COUNT = 0
060800          DISPLAY 'NESSUN GIORNO DA CANCELLARE PER LA '
060900              'PRENOTAZIONE ' DL-NEW-MATRICOLA ' DEL '
061000              DL-FROM-DATE
061100          GO TO 4000-CANCEL-BOOKING-EXIT
061200      END-IF.
061300      DISPLAY 'GIORNI DA CANCELLARE: ' DL-CANCEL-COUNT.
061400      DISPLAY 'CONFERMI LA CANCELLAZIONE (S/N)?'.
061500      MOVE SPACES TO DL-BUFFER.
061600      ACCEPT DL-BUFFER.
061700      IF DL-BUFFER(1:1) NOT = 'S' AND DL-BUFFER(1:1) NOT = 's'
061800          DISPLAY 'CANCELLAZIONE ANNULLATA'
061900          GO TO 4000-CANCEL-BOOKING-EXIT
062000      END-IF.
062100      MOVE 'D' TO DL-ACTION.
062200      PERFORM 4100-SCAN-BOOKING THRU 4100-SCAN-BOOKING-EXIT.
062300      DISPLAY 'PRENOTAZIONE ' DL-NEW-MATRICOLA ' DEL '
062400          DL-FROM-DATE ' CANCELLATA - GIORNI '
062500          DL-CANCEL-COUNT.
062600  4000-CANCEL-BOOKING-EXIT.
062700      EXIT.
062800****************************************************************
062900*  4100-SCAN-BOOKING
063000*  THE EMPLOYEE'S DAYS FROM DL-FROM-DATE ON THAT BELONG TO THE
063100*  BOOKING: DL-ACTION C COUNTS THEM, D DELETES AND LOGS THEM.
063200****************************************************************
063300  4100-SCAN-BOOKING.
063400      MOVE 0 TO DL-CANCEL-COUNT.
063500      MOVE 0 TO DL-KEEP-COUNT.
063600      MOVE 'N' TO DL-EOF-SW.
063700      MOVE DL-NEW-MATRICOLA TO BK-MATRICOLA.
063800      MOVE DL-FROM-DATE TO BK-DATE.
063900      START LEAVE-BOOKING KEY NOT < BK-KEY
064000          INVALID KEY
064100              MOVE 'Y' TO DL-EOF-SW
064200      END-START.
064300      PERFORM 4110-SCAN-ONE-DAY THRU 4110-SCAN-ONE-DAY-EXIT
064400          UNTIL DL-END-OF-BOOKINGS.
064500  4100-SCAN-BOOKING-EXIT.
064600      EXIT.
064700  4110-SCAN-ONE-DAY.
064800      READ LEAVE-BOOKING NEXT RECORD
064900          AT END
065000              MOVE 'Y' TO DL-EOF-SW
065100              GO TO 4110-SCAN-ONE-DAY-EXIT
065200      END-READ.
065300      IF BK-MATRICOLA NOT = DL-NEW-MATRICOLA
065400          MOVE 'Y' TO DL-EOF-SW
065500          GO TO 4110-SCAN-ONE-DAY-EXIT
065600      END-IF.
065700      IF BK-RANGE-FROM NOT = DL-FROM-DATE
065800          GO TO 4110-SCAN-ONE-DAY-EXIT
065900      END-IF.
066000      IF BK-DATE NOT > DL-LAST-PERIOD-END
066100          ADD 1 TO DL-KEEP-COUNT
066200          GO TO 4110-SCAN-ONE-DAY-EXIT
066300      END-IF.
066310      CALL 'PERCHK' USING EMP-COMPANY EMP-PAY-FREQ BK-DATE
066320          DL-PERIOD-RESULT.
066330      IF DL-PERIOD-CLOSED
066340          ADD 1 TO DL-KEEP-COUNT
066350          GO TO 4110-SCAN-ONE-DAY-EXIT
066360      END-IF.
066400      IF DL-ACTION = 'C'
066500          ADD 1 TO DL-CANCEL-COUNT
066600          GO TO 4110-SCAN-ONE-DAY-EXIT
066700      END-IF.
066800      MOVE LEAVE-BOOKING-RECORD TO CG-BEFORE-IMAGE.
066900      DELETE LEAVE-BOOKING RECORD
067000          INVALID KEY
067100              DISPLAY 'CANCELLAZIONE FALLITA - STATUS '
067200                  DL-BK-FILE-STATUS ' GIORNO ' BK-DATE
067300              GO TO 4110-SCAN-ONE-DAY-EXIT
067400      END-DELETE.
067500      ADD 1 TO DL-CANCEL-COUNT.
067600      MOVE 'D' TO CG-ACTION.
067700      MOVE DL-NEW-MATRICOLA TO CG-MATRICOLA.
067800      MOVE SPACES TO CG-AFTER-IMAGE.
067900      PERFORM 6000-WRITE-CHANGE-LOG
068000          THRU 6000-WRITE-CHANGE-LOG-EXIT.
068100  4110-SCAN-ONE-DAY-EXIT.
068200      EXIT.
068300****************************************************************
068400*  4500-LIST-BOOKINGS
068500*  EVERY DAY ON FILE FOR ONE EMPLOYEE, TAKEN OR STILL BOOKED,
068600*  THEN THE BALANCE WITH THE BOOKED DAYS SET ASIDE.
068700****************************************************************
068800  4500-LIST-BOOKINGS.
068900      PERFORM 8100-ACCEPT-MATRICOLA
069000          THRU 8100-ACCEPT-MATRICOLA-EXIT.
069100      IF NOT DL-MATRICOLA-FOUND
069200          GO TO 4500-LIST-BOOKINGS-EXIT
069300      END-IF.
069400      PERFORM 3050-READ-BALANCE THRU 3050-READ-BALANCE-EXIT.
069500      DISPLAY 'DATA     GG   TIPO     PRENOTAZIONE          '
069600          '         STATO'.
069700      MOVE 0 TO DL-LIST-COUNT.
069800      MOVE 'N' TO DL-EOF-SW.
069900      MOVE DL-NEW-MATRICOLA TO BK-MATRICOLA.
070000      MOVE 0 TO BK-DATE.
070100      START LEAVE-BOOKING KEY NOT < BK-KEY
070200          INVALID KEY
070300              MOVE 'Y' TO DL-EOF-SW
070400      END-START.
070500      PERFORM 4510-LIST-ONE-DAY THRU 4510-LIST-ONE-DAY-EXIT
070600          UNTIL DL-END-OF-BOOKINGS.
070700      IF DL-LIST-COUNT = 0
070800          DISPLAY 'NESSUNA PRENOTAZIONE PER ' DL-NEW-MATRICOLA
070900      END-IF.
071000      IF NOT DL-LB-FOUND
071100          DISPLAY 'NESSUN SALDO FERIE IN LEAVEBAL'
071200          GO TO 4500-LIST-BOOKINGS-EXIT
071300      END-IF.
071400      PERFORM 3500-COUNT-BOOKED THRU 3500-COUNT-BOOKED-EXIT.
071500      DISPLAY 'SALDO ' LB-YEAR ' (ELABORATO FINO AL '
071600          LB-LAST-PERIOD-END ')'.
071700      COMPUTE DL-REST = LB-FERIE-DUE - LB-FERIE-USED.
071800      COMPUTE DL-AVAIL = DL-REST - DL-BOOKED-FERIE.
071900      MOVE DL-REST TO DL-ED-REST.
072000      MOVE DL-AVAIL TO DL-ED-AVAIL.
072100      DISPLAY '  FERIE    RESIDUE ' DL-ED-REST '  PRENOTATE '
072200          DL-BOOKED-FERIE '  DISPONIBILI ' DL-ED-AVAIL.
072300      COMPUTE DL-REST = LB-PERM-DUE - LB-PERM-USED.
072400      COMPUTE DL-AVAIL = DL-REST - DL-BOOKED-PERM.
072500      MOVE DL-REST TO DL-ED-REST.
072600      MOVE DL-AVAIL TO DL-ED-AVAIL.
072700      DISPLAY '  PERMESSI RESIDUI ' DL-ED-REST '  PRENOTATI '
072800          DL-BOOKED-PERM '  DISPONIBILI ' DL-ED-AVAIL.
072900  4500-LIST-BOOKINGS-EXIT.
073000      EXIT.
073100  4510-LIST-ONE-DAY.
073200      READ LEAVE-BOOKING NEXT RECORD
073300          AT END
073400              MOVE 'Y' TO DL-EOF-SW
073500              GO TO 4510-LIST-ONE-DAY-EXIT
073600      END-READ.
073700      IF BK-MATRICOLA NOT = DL-NEW-MATRICOLA
073800          MOVE 'Y' TO DL-EOF-SW
073900          GO TO 4510-LIST-ONE-DAY-EXIT
074000      END-IF.
074100      ADD 1 TO DL-LIST-COUNT.
074200      MOVE BK-DATE TO DL-LST-DATE.
074300      MOVE WD-NOME(BK-DAY-CODE) TO DL-LST-DAY.
074400      IF BK-FERIE
074500          MOVE 'FERIE' TO DL-LST-TYPE
074600      ELSE
074700          MOVE 'PERMESSO' TO DL-LST-TYPE
074800      END-IF.
074900      MOVE BK-RANGE-FROM TO DL-LST-FROM.
075000      MOVE BK-RANGE-TO TO DL-LST-TO.
075100      IF BK-DATE NOT > DL-LAST-PERIOD-END
075200          MOVE 'GODUTO' TO DL-LST-STATUS
075300      ELSE
075400          MOVE 'PRENOTATO' TO DL-LST-STATUS
075500      END-IF.
075600      DISPLAY DL-LIST-LINE.
075700  4510-LIST-ONE-DAY-EXIT.
075800      EXIT.
075900****************************************************************
076000*  6000-WRITE-CHANGE-LOG
076100*  STAMPS AND APPENDS, THE SAME PATTERN AS EMPMNT.
076200****************************************************************
076300  6000-WRITE-CHANGE-LOG.
076400      ACCEPT CG-RUN-DATE FROM DATE YYYYMMDD.
076500      ACCEPT CG-RUN-TIME FROM TIME.
076600      MOVE DL-OPERATOR-ID TO CG-OPERATOR-ID.
076700      WRITE CHANGE-LOG-RECORD.
076800  6000-WRITE-CHANGE-LOG-EXIT.
076900      EXIT.
077000****************************************************************
077100*  7600-NEXT-DATE
077200*  MOVES DL-WALK-DATE ON ONE DAY.  G-MESE(2) WAS SET FOR THE
077300*  RANGE'S YEAR WHEN ITS DATES WERE ACCEPTED.
077400****************************************************************
077500  7600-NEXT-DATE.
077600      ADD 1 TO DL-WALK-DD.
077700      IF DL-WALK-DD > G-MESE(DL-WALK-MM)
077800          MOVE 1 TO DL-WALK-DD
077900          ADD 1 TO DL-WALK-MM
078000          IF DL-WALK-MM > 12
078100              MOVE 1 TO DL-WALK-MM
078200              ADD 1 TO DL-WALK-CCYY
078300          END-IF
078400      END-IF.
078500  7600-NEXT-DATE-EXIT.
078600      EXIT.
078700****************************************************************
078800*  7700-CHECK-HOLIDAY
078900*  TABLE LOOKUP OF DL-WALK-DATE IN THE LOADED HOLIDAY CALENDAR.
079000****************************************************************
079100  7700-CHECK-HOLIDAY.
079200      MOVE 'N' TO DL-IS-HOLIDAY-SW.
079300      PERFORM 7710-CHECK-ONE-HOLIDAY
079400          THRU 7710-CHECK-ONE-HOLIDAY-EXIT
079500          VARYING DL-H FROM 1 BY 1
079600          UNTIL DL-H > DL-HOL-COUNT OR DL-IS-HOLIDAY.
079700  7700-CHECK-HOLIDAY-EXIT.
079800      EXIT.
079900  7710-CHECK-ONE-HOLIDAY.
080000      IF DL-HOL-DATE(DL-H) = DL-WALK-DATE
080100          MOVE 'Y' TO DL-IS-HOLIDAY-SW
080200      END-IF.
080300  7710-CHECK-ONE-HOLIDAY-EXIT.
080400      EXIT.
080500****************************************************************
080600*  8100-ACCEPT-MATRICOLA
080700*  THE MATRICOLA MUST BE ON THE KEYED EMPLOYEE MASTER AND OF A
080800*  COMPANY THE OPERATOR MAY WORK ON, AS IN TSMNT.
080900****************************************************************
081000  8100-ACCEPT-MATRICOLA.
081100      MOVE 'N' TO DL-FOUND-SW.
081200      DISPLAY 'MATRICOLA (5 CARATTERI)?'.
081300      MOVE SPACES TO DL-NEW-MATRICOLA.
081400      ACCEPT DL-NEW-MATRICOLA.
081500      IF DL-NEW-MATRICOLA = SPACES
081600          DISPLAY 'LA MATRICOLA NON PUO'' ESSERE VUOTA'
081700          GO TO 8100-ACCEPT-MATRICOLA-EXIT
081800      END-IF.
081900      MOVE DL-NEW-MATRICOLA TO EMP-MATRICOLA.
082000      READ EMPLOYEE-MASTER
082100          INVALID KEY
082200              DISPLAY 'MATRICOLA ' DL-NEW-MATRICOLA
082300                  ' NON IN ANAGRAFICA'
082400          NOT INVALID KEY
082500              MOVE 'Y' TO DL-FOUND-SW
082600              DISPLAY 'DIPENDENTE: ' EMP-NOME
082700      END-READ.
082800      IF NOT DL-MATRICOLA-FOUND
082900          GO TO 8100-ACCEPT-MATRICOLA-EXIT
083000      END-IF.
083100      CALL 'COMPAUTH' USING EMP-COMPANY DL-AUTH-RESULT.
083200      IF DL-AUTH-RESULT NOT = 0
083300          DISPLAY 'DIPENDENTE DI AZIENDA ' EMP-COMPANY
083400              ' NON AUTORIZZATA PER L''OPERATORE'
083500          MOVE 'N' TO DL-FOUND-SW
083600      END-IF.
083700  8100-ACCEPT-MATRICOLA-EXIT.
083800      EXIT.
083900****************************************************************
084000*  8400-ACCEPT-TYPE
084100****************************************************************
084200  8400-ACCEPT-TYPE.
084300      MOVE 'N' TO DL-VALID-SW.
084400      PERFORM 8410-GET-TYPE THRU 8410-GET-TYPE-EXIT
084500          UNTIL DL-VALID-SW = 'Y'.
084600  8400-ACCEPT-TYPE-EXIT.
084700      EXIT.
084800  8410-GET-TYPE.
084900      DISPLAY 'TIPO? (F=FERIE P=PERMESSO)'.
085000      MOVE SPACES TO DL-BUFFER.
085100      ACCEPT DL-BUFFER.
085200      EVALUATE DL-BUFFER(1:1)
085300          WHEN 'F'
085400          WHEN 'f'
085500              MOVE 'F' TO DL-NEW-TYPE
085600              MOVE 'Y' TO DL-VALID-SW
085700          WHEN 'P'
085800          WHEN 'p'
085900              MOVE 'P' TO DL-NEW-TYPE
086000              MOVE 'Y' TO DL-VALID-SW
086100          WHEN OTHER
086200              DISPLAY 'RISPONDI F O P'
086300      END-EVALUATE.
086400  8410-GET-TYPE-EXIT.
086500      EXIT.
086600****************************************************************
086700*  8500-ACCEPT-DATE
086800*  RE-PROMPTS (WITH DL-PROMPT) UNTIL THE DATE PASSES THE SAME
086900*  G-MESE/LEAP-YEAR CHECKS AS TSMNT, AND LEAVES G-MESE(2) SET
087000*  FOR ITS YEAR.
087100****************************************************************
087200  8500-ACCEPT-DATE.
087300      MOVE 'N' TO DL-VALID-SW.
087400      PERFORM 8510-GET-DATE THRU 8510-GET-DATE-EXIT
087500          UNTIL DL-VALID-SW = 'Y'.
087600  8500-ACCEPT-DATE-EXIT.
087700      EXIT.
087800  8510-GET-DATE.
087900      DISPLAY DL-PROMPT.
088000      MOVE SPACES TO DL-BUFFER.
088100      ACCEPT DL-BUFFER.
088200      MOVE DL-BUFFER(1:8) TO DL-BUFFER-CHECK.
088300      INSPECT DL-BUFFER-CHECK REPLACING ALL SPACE BY ZERO.
088400      IF DL-BUFFER = SPACES OR DL-BUFFER-CHECK NOT NUMERIC
088500          DISPLAY 'DATA NON VALIDA - FORMATO AAAAMMGG'
088600          GO TO 8510-GET-DATE-EXIT
088700      END-IF.
088800      MOVE DL-BUFFER-CHECK(2:8) TO DL-NEW-DATE.
088900      PERFORM 8520-SET-FEBBRAIO-LIMIT
089000          THRU 8520-SET-FEBBRAIO-LIMIT-EXIT.
089100      IF DL-NEW-MM > 0 AND DL-NEW-MM < 13
089200          IF DL-NEW-DD > 0 AND DL-NEW-DD <= G-MESE(DL-NEW-MM)
089300              MOVE 'Y' TO DL-VALID-SW
089400          ELSE
089500              DISPLAY 'DATA ERRATA'
089600          END-IF
089700      ELSE
089800          DISPLAY 'DATA ERRATA'
089900      END-IF.
090000  8510-GET-DATE-EXIT.
090100      EXIT.
090200****************************************************************
090300*  8520-SET-FEBBRAIO-LIMIT
090400*  RECOMPUTES G-MESE(2) FROM DL-NEW-CCYY, THE SAME STANDARD
090500*  LEAP-YEAR RULE AS MESII'S 1000-SET-FEBBRAIO-LIMIT.
090600****************************************************************
090700  8520-SET-FEBBRAIO-LIMIT.
090800      MOVE 'N' TO DL-LEAP-SW.
090900      DIVIDE DL-NEW-CCYY BY 4 GIVING DL-YEAR-QUOTIENT
091000          REMAINDER DL-YEAR-REM-4.
091100      IF DL-YEAR-REM-4 = 0
091200          MOVE 'Y' TO DL-LEAP-SW
091300          DIVIDE DL-NEW-CCYY BY 100 GIVING DL-YEAR-QUOTIENT
091400              REMAINDER DL-YEAR-REM-100
091500          IF DL-YEAR-REM-100 = 0
091600              MOVE 'N' TO DL-LEAP-SW
091700              DIVIDE DL-NEW-CCYY BY 400
091800                  GIVING DL-YEAR-QUOTIENT
091900                  REMAINDER DL-YEAR-REM-400
092000              IF DL-YEAR-REM-400 = 0
092100                  MOVE 'Y' TO DL-LEAP-SW
092200              END-IF
092300          END-IF
092400      END-IF.
092500      IF DL-LEAP-YEAR
092600          MOVE 29 TO G-MESE(2)
092700      ELSE
092800          MOVE 28 TO G-MESE(2)
092900      END-IF.
093000  8520-SET-FEBBRAIO-LIMIT-EXIT.
093100      EXIT.
