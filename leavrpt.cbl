001200*  WITH COMPANY TOTALS, UNDER THE COMMON REPORT HEADING.
001300*  EMPLOYEES WHO HAVE USED MORE THAN THEY HAVE ACCRUED ARE
001400*  FLAGGED.  REPLACES THE PAPER LEAVE REGISTER.
001410*  THE DAYS BOOKED IN ADVANCE (LVBOOK, FROM LVBMNT) AND NOT YET
001420*  TAKEN ARE SHOWN UNDER THE BALANCE, WITH WHAT IS STILL FREE
001430*  TO BOOK; DAYS BOOKED FOR A LATER YEAR ARE SHOWN APART.
001500*  MOD HISTORY
001600*  30/08/2026 LG  NEW.
001610*  15/10/2026 LG  THE BALANCE NOW SHOWS THE FERIE/PERMESSO
001620*                 DAYS BOOKED IN ADVANCE ON LVBOOK AND NOT YET
001630*                 TAKEN, AND THE DAYS STILL AVAILABLE.  NO
001640*                 LVBOOK FILE = NOTHING BOOKED.
001700****************************************************************
001800  ENVIRONMENT DIVISION.
001900  CONFIGURATION SECTION.
002600          ACCESS MODE DYNAMIC
002700          RECORD KEY LB-MATRICOLA
002800          FILE STATUS IS DL-LB-FILE-STATUS.
002810      SELECT LEAVE-BOOKING ASSIGN TO "LVBOOK"
002820          ORGANIZATION INDEXED
002830          ACCESS MODE DYNAMIC
002840          RECORD KEY BK-KEY
002850          FILE STATUS IS DL-BK-FILE-STATUS.
002900*
003000  DATA DIVISION.
003100  FILE SECTION.
003200  FD  LEAVE-BALANCE.
003300  COPY LEAVREC.
003310  FD  LEAVE-BOOKING.
003320  COPY LVBOOK.
003400*
003500  WORKING-STORAGE SECTION.
003600  COPY RPTHDRW.
004100  01  DL-OVER-COUNT                PIC 9(06) VALUE 0.
004200  01  DL-FERIE-REST                PIC S9(04)V99.
004300  01  DL-PERM-REST                 PIC S9(04)V99.
004307  01  DL-BK-FILE-STATUS            PIC X(02).
004314  01  DL-BK-OPEN-SW                PIC X(01) VALUE 'N'.
004321      88  DL-BOOKINGS-OPEN                    VALUE 'Y'.
004328  01  DL-BK-EOF-SW                 PIC X(01).
004335      88  DL-BK-END-OF-FILE                   VALUE 'Y'.
004342  01  DL-BOOKED-FERIE              PIC 9(03).
004349  01  DL-BOOKED-PERM               PIC 9(03).
004356  01  DL-LATER-FERIE               PIC 9(03).
004363  01  DL-LATER-PERM                PIC 9(03).
004370  01  DL-BOOKED-TOTAL              PIC 9(06) VALUE 0.
004377  01  DL-FERIE-AVAIL               PIC S9(04)V99.
004384  01  DL-PERM-AVAIL                PIC S9(04)V99.
004400*
004500  PROCEDURE DIVISION.
004600****************************************************************
005600          MOVE 8 TO RETURN-CODE
005700          GOBACK
005800      END-IF.
005810      OPEN INPUT LEAVE-BOOKING.
005820      IF DL-BK-FILE-STATUS = '00'
005830          MOVE 'Y' TO DL-BK-OPEN-SW
005840      ELSE
005850          DISPLAY 'LVBOOK NON DISPONIBILE - NESSUN GIORNO '
005860              'PRENOTATO'
005870      END-IF.
005900      PERFORM 8000-PRINT-HEADING THRU 8000-PRINT-HEADING-EXIT.
006000      MOVE 'N' TO DL-EOF-SW.
006100      MOVE LOW-VALUES TO LB-MATRICOLA.
006800      DISPLAY ' '.
006900      DISPLAY 'DIPENDENTI: ' DL-EMP-COUNT
007000          '  SALDI SUPERATI: ' DL-OVER-COUNT.
007010      IF DL-BOOKINGS-OPEN
007020          DISPLAY 'GIORNI PRENOTATI NON ANCORA GODUTI: '
007030              DL-BOOKED-TOTAL
007040      END-IF.
007100      PERFORM 8010-PRINT-FOOTING THRU 8010-PRINT-FOOTING-EXIT.
007200      CLOSE LEAVE-BALANCE.
007210      IF DL-BOOKINGS-OPEN
007220          CLOSE LEAVE-BOOKING
007230      END-IF.
007300      GOBACK.
007400****************************************************************
007500*  1000-PRINT-ONE
009100          ' GODUTI ' LB-PERM-USED
009200          ' RESIDUI ' DL-PERM-REST.
009300      DISPLAY '      MALATTIA  ' LB-MAL-USED ' GIORNI'.
009305      IF DL-BOOKINGS-OPEN
009310          PERFORM 1100-COUNT-BOOKED THRU 1100-COUNT-BOOKED-EXIT
009315          COMPUTE DL-FERIE-AVAIL = DL-FERIE-REST - DL-BOOKED-FERIE
009320          COMPUTE DL-PERM-AVAIL = DL-PERM-REST - DL-BOOKED-PERM
009325          DISPLAY '      PRENOTATE FERIE ' DL-BOOKED-FERIE
009330              ' PERM ' DL-BOOKED-PERM
009335              '  DISPONIBILI FERIE ' DL-FERIE-AVAIL
009340              ' PERM ' DL-PERM-AVAIL
009345          IF DL-LATER-FERIE > 0 OR DL-LATER-PERM > 0
009350              DISPLAY '      PRENOTATE ANNI SUCCESSIVI FERIE '
009355                  DL-LATER-FERIE ' PERM ' DL-LATER-PERM
009360          END-IF
009365      END-IF.
009400      IF DL-FERIE-REST < 0 OR DL-PERM-REST < 0
009500          DISPLAY '      *** SALDO SUPERATO ***'
009600          ADD 1 TO DL-OVER-COUNT
009700      END-IF.
009800  1000-PRINT-ONE-EXIT.
009900      EXIT.
009902****************************************************************
009904*  1100-COUNT-BOOKED
009906*  THE EMPLOYEE'S DAYS ON LVBOOK NOT YET THROUGH THE BATCH RUN
009908*  (AFTER LB-LAST-PERIOD-END): IN THE BALANCE YEAR, AND AFTER IT.
009910****************************************************************
009912  1100-COUNT-BOOKED.
009914      MOVE 0 TO DL-BOOKED-FERIE.
009916      MOVE 0 TO DL-BOOKED-PERM.
009918      MOVE 0 TO DL-LATER-FERIE.
009920      MOVE 0 TO DL-LATER-PERM.
009922      MOVE 'N' TO DL-BK-EOF-SW.
009924      MOVE LB-MATRICOLA TO BK-MATRICOLA.
009926      MOVE 0 TO BK-DATE.
009928      START LEAVE-BOOKING KEY NOT < BK-KEY
009930          INVALID KEY
009932              MOVE 'Y' TO DL-BK-EOF-SW
009934      END-START.
009936      PERFORM 1110-COUNT-ONE-BOOKED
009938          THRU 1110-COUNT-ONE-BOOKED-EXIT
009940          UNTIL DL-BK-END-OF-FILE.
009942  1100-COUNT-BOOKED-EXIT.
009944      EXIT.
009946  1110-COUNT-ONE-BOOKED.
009948      READ LEAVE-BOOKING NEXT RECORD
009950          AT END
009952              MOVE 'Y' TO DL-BK-EOF-SW
009954              GO TO 1110-COUNT-ONE-BOOKED-EXIT
009956      END-READ.
009958      IF BK-MATRICOLA NOT = LB-MATRICOLA
009960          MOVE 'Y' TO DL-BK-EOF-SW
009962          GO TO 1110-COUNT-ONE-BOOKED-EXIT
009964      END-IF.
009966      IF BK-DATE NOT > LB-LAST-PERIOD-END
009968          GO TO 1110-COUNT-ONE-BOOKED-EXIT
009970      END-IF.
009972      ADD 1 TO DL-BOOKED-TOTAL.
009974      EVALUATE TRUE
009976          WHEN BK-DATE-CCYY > LB-YEAR AND BK-FERIE
009978              ADD 1 TO DL-LATER-FERIE
009980          WHEN BK-DATE-CCYY > LB-YEAR
009982              ADD 1 TO DL-LATER-PERM
009984          WHEN BK-FERIE
009986              ADD 1 TO DL-BOOKED-FERIE
009988          WHEN OTHER
009990              ADD 1 TO DL-BOOKED-PERM
009992      END-EVALUATE.
009994  1110-COUNT-ONE-BOOKED-EXIT.
009996      EXIT.
010000****************************************************************
010100*  COMMON PRINTED-REPORT HEADING/FOOTING PARAGRAPHS
010200****************************************************************
